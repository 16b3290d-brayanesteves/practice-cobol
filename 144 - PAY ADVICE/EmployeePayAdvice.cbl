       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeePayAdvice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "NetPayPhysicalFile.cbl".
       COPY "PayLinePhysicalFile.cbl".
       COPY "BankDetailPhysicalFile.cbl".
       COPY "AccumulatorPhysicalFile.cbl".

       SELECT SORT-WORK-FILE
       ASSIGN TO "advicesort.tmp".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "NetPayLogicFile.cbl".
       COPY "PayLineLogicFile.cbl".
       COPY "BankDetailLogicFile.cbl".
       COPY "AccumulatorLogicFile.cbl".

      *Net pay records sorted by branch then department, so each
      *site's advices come off the printer together for handout.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-BRANCH PIC X(3).
           05  SORT-DEPARTMENT PIC X(20).
           05  SORT-EMPLOYEE-ID PIC 9(6).

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  NET-PAY-STATUS PIC X(2).
       01  PAY-LINE-STATUS PIC X(2).
       01  BANK-DETAIL-STATUS PIC X(2).
       01  ACCUMULATOR-STATUS PIC X(2).
       01  READ-ALL PIC X.
       77  DONE-WITH-EMPLOYEE PIC X.
       77  PAID-ANY-ACCOUNT PIC X.
       77  PRINTING-EARNINGS PIC X.
       01  ADVICES-PRINTED PIC 9(5) VALUE ZERO.
       01  ADVICES-DISPLAY PIC Z(4)9.

      *Year to date from the quarterly accumulators for the pay
      *date's year. A run not yet posted is not in them, so this
      *period is added on top; once posted it already is.
       01  YTD-YEAR PIC 9(4).
       01  YTD-LAST-PERIOD PIC 9(6).
       01  YTD-TOTALS.
           05  YTD-GROSS PIC 9(9)V99.
           05  YTD-INCOME-TAX PIC 9(9)V99.
           05  YTD-SOCIAL-TAX PIC 9(9)V99.
           05  YTD-GARNISHMENTS PIC 9(9)V99.
           05  YTD-DEDUCTIONS PIC 9(9)V99.
           05  YTD-NET PIC 9(9)V99.
       01  YTD-THIS-PERIOD-POSTED PIC X.
       01  YTD-CODE-LIMIT PIC 9(2) VALUE 15.
       01  YTD-CODE-COUNT PIC 9(2).
       01  YTD-CODE-INDEX PIC 9(2).
       01  ACCUM-CODE-INDEX PIC 9(2).
       01  YTD-CODE-WAS-FOUND PIC X.
       01  YTD-SEEK-CODE PIC X(4).
       01  YTD-CODE-TABLE.
           05  YTD-CODE-ENTRY OCCURS 15 TIMES.
               10  YTD-CODE PIC X(4).
               10  YTD-CODE-AMOUNT PIC 9(9)V99.
       01  LINE-YEAR-TO-DATE PIC 9(9)V99.

       01  SPLIT-AMOUNT PIC 9(7)V99.
       01  ACCOUNT-DIGITS PIC 9(10).
       01  ACCOUNT-DIGITS-PARTS REDEFINES ACCOUNT-DIGITS.
           05  FILLER PIC 9(6).
           05  ACCOUNT-LAST-FOUR PIC 9(4).

       01  ADVICE-HEADING.
           05  FILLER PIC X(24) VALUE "DESCRIPTION".
           05  FILLER PIC X(12) VALUE "CODE".
           05  FILLER PIC X(10) VALUE "HOURS".
           05  FILLER PIC X(16) VALUE "THIS PERIOD".
           05  FILLER PIC X(14) VALUE "YEAR TO DATE".

       01  ADVICE-LINE.
           05  FILLER PIC X(2) VALUE SPACES.
           05  AL-DESCRIPTION PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  AL-CODE PIC X(10).
           05  FILLER PIC X(2) VALUE SPACES.
           05  AL-HOURS PIC ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  AL-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  AL-YEAR-TO-DATE PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  AL-NOTE PIC X(20).

       01  DEPOSIT-LINE.
           05  FILLER PIC X(2) VALUE SPACES.
           05  FILLER PIC X(11) VALUE "DEPOSIT TO ".
           05  DPL-BANK-CODE PIC X(4).
           05  FILLER PIC X(15) VALUE " ACCOUNT ******".
           05  DPL-LAST-FOUR PIC 9(4).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DPL-PERCENT PIC ZZ9.
           05  FILLER PIC X(3) VALUE "%  ".
           05  DPL-AMOUNT PIC Z,ZZZ,ZZ9.99.

       01  ADVICE-TEXT PIC X(132).
       01  AMOUNT-EDIT-DISPLAY PIC Z,ZZZ,ZZ9.99.

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "payadvice".
       77  RW-TITLE PIC X(60)
           VALUE "EMPLOYEE PAY ADVICE".
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *One pay advice per employee paid in the current pay run, one
      *page each through the shared report writer, in branch and
      *department order for distribution by site. The advice shows
      *the earnings with premium and overtime hours, each unpaid or
      *part-paid absence taken off them, gross, each tax, garnishment
      *and voluntary deduction as the pay calculation took it, net
      *pay, how net was split across the employee's deposit accounts
      *- the same split the payment interface makes - and year-to-
      *date figures from the accumulators.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           PERFORM OPEN-THE-REPORT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-BRANCH SORT-DEPARTMENT
                   SORT-EMPLOYEE-ID
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS PRINT-THE-ADVICES
           PERFORM CLOSE-THE-REPORT.
       PERFORM CLOSING-PROCEDURE.
       IF RETURN-CODE = ZERO
           MOVE ADVICES-PRINTED TO ADVICES-DISPLAY
           DISPLAY "Pay advices printed: " ADVICES-DISPLAY ".".
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       OPEN INPUT NET-PAY-FILE.
       IF NET-PAY-STATUS NOT = "00"
           DISPLAY "No netpay.dat on file - run the pay"
               " calculation first."
           MOVE 1 TO RETURN-CODE.
       IF RETURN-CODE = ZERO
           OPEN INPUT PAY-LINE-FILE
           IF PAY-LINE-STATUS NOT = "00"
               DISPLAY "No paylines.dat on file - run the pay"
                   " calculation first."
               MOVE 1 TO RETURN-CODE
               CLOSE NET-PAY-FILE
           END-IF
       END-IF.
      *Pulled from the environment so a test run can point at a
      *scratch copy instead of the real data file.
       IF RETURN-CODE = ZERO
           ACCEPT EMPLOYEES-DATA-FILE FROM ENVIRONMENT
               "EMPLOYEES_DATA_FILE"
           IF EMPLOYEES-DATA-FILE = SPACES
               MOVE "employees.dat" TO EMPLOYEES-DATA-FILE
           END-IF
           OPEN INPUT EMPLOYEES-FILE
           IF EMPLOYEES-FILE-STATUS NOT = "00"
               DISPLAY "Error opening employees.dat, status code "
                   EMPLOYEES-FILE-STATUS "."
               MOVE 1 TO RETURN-CODE
               CLOSE NET-PAY-FILE
               CLOSE PAY-LINE-FILE
           END-IF
       END-IF.
      *No bank details means every advice says paper check; no
      *accumulators means the year to date is this period alone.
       IF RETURN-CODE = ZERO
           OPEN INPUT BANK-DETAIL-FILE
           OPEN INPUT ACCUMULATOR-FILE.

       CLOSING-PROCEDURE.
       IF RETURN-CODE = ZERO
           CLOSE NET-PAY-FILE
           CLOSE PAY-LINE-FILE
           CLOSE EMPLOYEES-FILE
           IF BANK-DETAIL-STATUS = "00"
               CLOSE BANK-DETAIL-FILE
           END-IF
           IF ACCUMULATOR-STATUS = "00"
               CLOSE ACCUMULATOR-FILE.

       LOAD-SORT-FILE.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-NET-PAY.
       PERFORM RELEASE-ONE-NET-PAY
           UNTIL READ-ALL = "1".

       RELEASE-ONE-NET-PAY.
       MOVE NETPAY-BRANCH TO SORT-BRANCH.
       MOVE NETPAY-DEPARTMENT TO SORT-DEPARTMENT.
       MOVE NETPAY-EMPLOYEE-ID TO SORT-EMPLOYEE-ID.
       RELEASE SORT-RECORD.
       PERFORM READ-NEXT-NET-PAY.

       PRINT-THE-ADVICES.
       MOVE "0" TO READ-ALL.
       PERFORM RETURN-NEXT-SORTED-RECORD.
       PERFORM PRINT-ONE-ADVICE
           UNTIL READ-ALL = "1".

       PRINT-ONE-ADVICE.
       MOVE SORT-EMPLOYEE-ID TO NETPAY-EMPLOYEE-ID.
       READ NET-PAY-FILE RECORD
           INVALID KEY
               MOVE ZERO TO NETPAY-EMPLOYEE-ID
       END-READ.
       IF NETPAY-EMPLOYEE-ID NOT = ZERO
           PERFORM BUILD-AND-PRINT-THE-ADVICE.
       PERFORM RETURN-NEXT-SORTED-RECORD.

       BUILD-AND-PRINT-THE-ADVICE.
       PERFORM GATHER-THE-YEAR-TO-DATE
           THRU GATHER-THE-YEAR-TO-DATE-EXIT.
       MOVE NETPAY-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE SPACES TO EMPLOYEES-NAME
               MOVE "(NOT ON MASTER)" TO EMPLOYEES-LASTNAMES
       END-READ.
       MOVE SPACES TO ADVICE-TEXT.
       STRING "PAY ADVICE FOR " NETPAY-EMPLOYEE-ID "  "
           EMPLOYEES-NAME " " EMPLOYEES-LASTNAMES
           DELIMITED BY SIZE INTO ADVICE-TEXT.
       PERFORM WRITE-ADVICE-TEXT.
       MOVE SPACES TO ADVICE-TEXT.
       STRING "  BRANCH " NETPAY-BRANCH
           "  DEPARTMENT " NETPAY-DEPARTMENT
           "  PERIOD " NETPAY-PERIOD
           "  PAY DATE " NETPAY-PAY-DATE
           DELIMITED BY SIZE INTO ADVICE-TEXT.
       PERFORM WRITE-ADVICE-TEXT.
       MOVE SPACES TO ADVICE-TEXT.
       PERFORM WRITE-ADVICE-TEXT.
       MOVE "Y" TO PRINTING-EARNINGS.
       PERFORM PRINT-THE-PAY-LINES THRU PRINT-THE-PAY-LINES-EXIT.
       MOVE SPACES TO ADVICE-LINE.
       MOVE "GROSS PAY" TO AL-DESCRIPTION.
       MOVE NETPAY-GROSS TO AL-AMOUNT.
       MOVE YTD-GROSS TO AL-YEAR-TO-DATE.
       PERFORM WRITE-ADVICE-LINE.
       MOVE SPACES TO ADVICE-TEXT.
       PERFORM WRITE-ADVICE-TEXT.
       MOVE "N" TO PRINTING-EARNINGS.
       PERFORM PRINT-THE-PAY-LINES THRU PRINT-THE-PAY-LINES-EXIT.
       PERFORM PRINT-THE-TOTALS-TAKEN.
       MOVE SPACES TO ADVICE-LINE.
       MOVE "NET PAY" TO AL-DESCRIPTION.
       MOVE NETPAY-NET TO AL-AMOUNT.
       MOVE YTD-NET TO AL-YEAR-TO-DATE.
       IF NETPAY-SHORTFALL = "Y"
           MOVE "SOME ITEMS SHORT" TO AL-NOTE.
       PERFORM WRITE-ADVICE-LINE.
       MOVE SPACES TO ADVICE-TEXT.
       PERFORM WRITE-ADVICE-TEXT.
       PERFORM PRINT-THE-DEPOSITS THRU PRINT-THE-DEPOSITS-EXIT.
       ADD 1 TO ADVICES-PRINTED.
      *Each advice owns its page; the next employee starts fresh.
       MOVE "P" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

      *Two passes over the employee's pay lines: the earnings above
      *the gross line, then what was taken out below it, each in
      *the order the pay calculation built them.
       PRINT-THE-PAY-LINES.
       MOVE NETPAY-EMPLOYEE-ID TO PAYLINE-EMPLOYEE-ID.
       MOVE ZERO TO PAYLINE-SEQUENCE.
       START PAY-LINE-FILE
           KEY IS NOT LESS THAN PAYLINE-KEY
           INVALID KEY
               GO TO PRINT-THE-PAY-LINES-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       PERFORM PRINT-ONE-PAY-LINE
           UNTIL DONE-WITH-EMPLOYEE = "Y".
       PRINT-THE-PAY-LINES-EXIT.
       EXIT.

       PRINT-ONE-PAY-LINE.
       READ PAY-LINE-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-READ.
       IF DONE-WITH-EMPLOYEE = "N"
           IF PAYLINE-EMPLOYEE-ID NOT = NETPAY-EMPLOYEE-ID
               MOVE "Y" TO DONE-WITH-EMPLOYEE
           ELSE
               IF (PAYLINE-EARNING OR PAYLINE-ABSENCE)
                   AND PRINTING-EARNINGS = "Y"
                   PERFORM PRINT-AN-EARNING
               END-IF
               IF NOT PAYLINE-EARNING AND NOT PAYLINE-ABSENCE
                   AND PRINTING-EARNINGS = "N"
                   PERFORM PRINT-A-DEDUCTION
               END-IF
           END-IF.

       PRINT-AN-EARNING.
       MOVE SPACES TO ADVICE-LINE.
       MOVE PAYLINE-DESCRIPTION TO AL-DESCRIPTION.
       MOVE PAYLINE-CODE TO AL-CODE.
       IF PAYLINE-TYPE = "P" OR PAYLINE-TYPE = "O"
           OR PAYLINE-ABSENCE
           MOVE PAYLINE-HOURS TO AL-HOURS.
       MOVE PAYLINE-AMOUNT TO AL-AMOUNT.
       IF PAYLINE-ABSENCE
           MOVE "LESS - NOT PAID" TO AL-NOTE.
       PERFORM WRITE-ADVICE-LINE.

      *Taxes and garnishments carry their year to date on the total
      *lines; each voluntary deduction carries its own from the
      *accumulators' code split, and loan installments carry what
      *all loans have taken. Anything taken short says so. The
      *employer's plan match is shown for information only - it is
      *in neither the deductions nor net pay.
       PRINT-A-DEDUCTION.
       MOVE SPACES TO ADVICE-LINE.
       MOVE PAYLINE-DESCRIPTION TO AL-DESCRIPTION.
       MOVE PAYLINE-CODE TO AL-CODE.
       MOVE PAYLINE-AMOUNT TO AL-AMOUNT.
       IF PAYLINE-TYPE = "I"
           MOVE YTD-INCOME-TAX TO AL-YEAR-TO-DATE.
       IF PAYLINE-TYPE = "S"
           MOVE YTD-SOCIAL-TAX TO AL-YEAR-TO-DATE.
       IF PAYLINE-DEDUCTION OR PAYLINE-LOAN OR PAYLINE-PENSION
           OR PAYLINE-PREMIUM
           MOVE PAYLINE-CODE TO YTD-SEEK-CODE
           PERFORM FIND-THE-CODE-YEAR-TO-DATE
           MOVE LINE-YEAR-TO-DATE TO AL-YEAR-TO-DATE.
       IF PAYLINE-AMOUNT < PAYLINE-DUE
           MOVE PAYLINE-DUE TO AMOUNT-EDIT-DISPLAY
           STRING "DUE " AMOUNT-EDIT-DISPLAY
               DELIMITED BY SIZE INTO AL-NOTE.
       IF PAYLINE-EMPLOYER-MATCH
           MOVE "PAID BY EMPLOYER" TO AL-NOTE.
       PERFORM WRITE-ADVICE-LINE.

       PRINT-THE-TOTALS-TAKEN.
       MOVE SPACES TO ADVICE-TEXT.
       PERFORM WRITE-ADVICE-TEXT.
       MOVE SPACES TO ADVICE-LINE.
       MOVE "TOTAL GARNISHMENTS" TO AL-DESCRIPTION.
       MOVE NETPAY-GARNISHMENTS TO AL-AMOUNT.
       MOVE YTD-GARNISHMENTS TO AL-YEAR-TO-DATE.
       PERFORM WRITE-ADVICE-LINE.
       MOVE SPACES TO ADVICE-LINE.
       MOVE "TOTAL DEDUCTIONS" TO AL-DESCRIPTION.
       MOVE NETPAY-DEDUCTIONS TO AL-AMOUNT.
       MOVE YTD-DEDUCTIONS TO AL-YEAR-TO-DATE.
       PERFORM WRITE-ADVICE-LINE.

      *Recomputed the way the payment interface splits it, so the
      *advice matches the deposits to the cent.
       PRINT-THE-DEPOSITS.
       MOVE "N" TO PAID-ANY-ACCOUNT.
       IF BANK-DETAIL-STATUS NOT = "00"
           GO TO PRINT-THE-DEPOSITS-CHECK.
       MOVE NETPAY-EMPLOYEE-ID TO BANK-EMPLOYEE-ID.
       MOVE ZERO TO BANK-SEQUENCE.
       START BANK-DETAIL-FILE
           KEY IS NOT LESS THAN BANK-KEY
           INVALID KEY
               GO TO PRINT-THE-DEPOSITS-CHECK
       END-START.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       PERFORM PRINT-ONE-DEPOSIT
           UNTIL DONE-WITH-EMPLOYEE = "Y".
       PRINT-THE-DEPOSITS-CHECK.
       IF PAID-ANY-ACCOUNT = "N"
           MOVE NETPAY-NET TO AMOUNT-EDIT-DISPLAY
           MOVE SPACES TO ADVICE-TEXT
           STRING "  PAID BY CHECK " AMOUNT-EDIT-DISPLAY
               DELIMITED BY SIZE INTO ADVICE-TEXT
           PERFORM WRITE-ADVICE-TEXT.
       PRINT-THE-DEPOSITS-EXIT.
       EXIT.

       PRINT-ONE-DEPOSIT.
       READ BANK-DETAIL-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-READ.
       IF DONE-WITH-EMPLOYEE = "N"
           IF BANK-EMPLOYEE-ID NOT = NETPAY-EMPLOYEE-ID
               MOVE "Y" TO DONE-WITH-EMPLOYEE
           ELSE
               IF BANK-ACCOUNT-ACTIVE
                   PERFORM PRINT-THE-SPLIT
                   MOVE "Y" TO PAID-ANY-ACCOUNT
               END-IF
           END-IF.

       PRINT-THE-SPLIT.
       COMPUTE SPLIT-AMOUNT ROUNDED =
           NETPAY-NET * BANK-SPLIT-PERCENT / 100.
       MOVE BANK-ACCOUNT-NUMBER TO ACCOUNT-DIGITS.
       MOVE BANK-CODE TO DPL-BANK-CODE.
       MOVE ACCOUNT-LAST-FOUR TO DPL-LAST-FOUR.
       MOVE BANK-SPLIT-PERCENT TO DPL-PERCENT.
       MOVE SPLIT-AMOUNT TO DPL-AMOUNT.
       MOVE DEPOSIT-LINE TO ADVICE-TEXT.
       PERFORM WRITE-ADVICE-TEXT.

       GATHER-THE-YEAR-TO-DATE.
       MOVE ZERO TO YTD-GROSS YTD-INCOME-TAX YTD-SOCIAL-TAX
           YTD-GARNISHMENTS YTD-DEDUCTIONS YTD-NET.
       MOVE ZERO TO YTD-CODE-COUNT.
       MOVE ZERO TO YTD-LAST-PERIOD.
       MOVE NETPAY-PAY-DATE(1:4) TO YTD-YEAR.
       IF ACCUMULATOR-STATUS NOT = "00"
           GO TO GATHER-THE-YEAR-TO-DATE-ADD.
       MOVE NETPAY-EMPLOYEE-ID TO ACCUM-EMPLOYEE-ID.
       MOVE YTD-YEAR TO ACCUM-YEAR.
       MOVE ZERO TO ACCUM-QUARTER.
       START ACCUMULATOR-FILE
           KEY IS NOT LESS THAN ACCUM-KEY
           INVALID KEY
               GO TO GATHER-THE-YEAR-TO-DATE-ADD
       END-START.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       PERFORM ADD-ONE-QUARTER
           UNTIL DONE-WITH-EMPLOYEE = "Y".
       GATHER-THE-YEAR-TO-DATE-ADD.
       MOVE "N" TO YTD-THIS-PERIOD-POSTED.
       IF YTD-LAST-PERIOD NOT < NETPAY-PERIOD
           MOVE "Y" TO YTD-THIS-PERIOD-POSTED
           GO TO GATHER-THE-YEAR-TO-DATE-EXIT.
       ADD NETPAY-GROSS TO YTD-GROSS.
       ADD NETPAY-INCOME-TAX TO YTD-INCOME-TAX.
       ADD NETPAY-SOCIAL-TAX TO YTD-SOCIAL-TAX.
       ADD NETPAY-GARNISHMENTS TO YTD-GARNISHMENTS.
       ADD NETPAY-DEDUCTIONS TO YTD-DEDUCTIONS.
       ADD NETPAY-NET TO YTD-NET.
       GATHER-THE-YEAR-TO-DATE-EXIT.
       EXIT.

       ADD-ONE-QUARTER.
       READ ACCUMULATOR-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-READ.
       IF DONE-WITH-EMPLOYEE = "N"
           IF ACCUM-EMPLOYEE-ID = NETPAY-EMPLOYEE-ID
               AND ACCUM-YEAR = YTD-YEAR
               PERFORM ADD-THE-QUARTER-IN
           ELSE
               MOVE "Y" TO DONE-WITH-EMPLOYEE
           END-IF.

       ADD-THE-QUARTER-IN.
       ADD ACCUM-GROSS TO YTD-GROSS.
       ADD ACCUM-INCOME-TAX TO YTD-INCOME-TAX.
       ADD ACCUM-SOCIAL-TAX TO YTD-SOCIAL-TAX.
       ADD ACCUM-GARNISHMENTS TO YTD-GARNISHMENTS.
       ADD ACCUM-DEDUCTIONS TO YTD-DEDUCTIONS.
       ADD ACCUM-NET TO YTD-NET.
       IF ACCUM-LAST-PERIOD > YTD-LAST-PERIOD
           MOVE ACCUM-LAST-PERIOD TO YTD-LAST-PERIOD.
       MOVE 1 TO ACCUM-CODE-INDEX.
       PERFORM ADD-ONE-ACCUMULATED-CODE
           UNTIL ACCUM-CODE-INDEX > ACCUM-CODE-COUNT.

       ADD-ONE-ACCUMULATED-CODE.
       MOVE ACCUM-CODE(ACCUM-CODE-INDEX) TO YTD-SEEK-CODE.
       PERFORM LOOK-UP-THE-CODE.
       IF YTD-CODE-WAS-FOUND = "N"
           AND YTD-CODE-COUNT < YTD-CODE-LIMIT
           ADD 1 TO YTD-CODE-COUNT
           MOVE YTD-CODE-COUNT TO YTD-CODE-INDEX
           MOVE YTD-SEEK-CODE TO YTD-CODE(YTD-CODE-INDEX)
           MOVE ZERO TO YTD-CODE-AMOUNT(YTD-CODE-INDEX)
           MOVE "Y" TO YTD-CODE-WAS-FOUND.
       IF YTD-CODE-WAS-FOUND = "Y"
           ADD ACCUM-CODE-AMOUNT(ACCUM-CODE-INDEX)
               TO YTD-CODE-AMOUNT(YTD-CODE-INDEX).
       ADD 1 TO ACCUM-CODE-INDEX.

       FIND-THE-CODE-YEAR-TO-DATE.
       PERFORM LOOK-UP-THE-CODE.
       MOVE ZERO TO LINE-YEAR-TO-DATE.
       IF YTD-CODE-WAS-FOUND = "Y"
           MOVE YTD-CODE-AMOUNT(YTD-CODE-INDEX) TO LINE-YEAR-TO-DATE.
       IF YTD-THIS-PERIOD-POSTED = "N"
           ADD PAYLINE-AMOUNT TO LINE-YEAR-TO-DATE.

       LOOK-UP-THE-CODE.
       MOVE "N" TO YTD-CODE-WAS-FOUND.
       MOVE 1 TO YTD-CODE-INDEX.
       PERFORM LOOK-FOR-CODE-ENTRY
           UNTIL YTD-CODE-WAS-FOUND = "Y"
           OR YTD-CODE-INDEX > YTD-CODE-COUNT.

       LOOK-FOR-CODE-ENTRY.
       IF YTD-CODE(YTD-CODE-INDEX) = YTD-SEEK-CODE
           MOVE "Y" TO YTD-CODE-WAS-FOUND
       ELSE
           ADD 1 TO YTD-CODE-INDEX.

       OPEN-THE-REPORT.
       MOVE "O" TO RW-REQUEST.
       MOVE ADVICE-HEADING TO RW-COLUMN-HEADING.
       PERFORM CALL-THE-REPORT-WRITER.

       CLOSE-THE-REPORT.
       MOVE "C" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       WRITE-ADVICE-LINE.
       MOVE ADVICE-LINE TO ADVICE-TEXT.
       PERFORM WRITE-ADVICE-TEXT.

       WRITE-ADVICE-TEXT.
       MOVE ADVICE-TEXT TO RW-DETAIL.
       MOVE "D" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       CALL-THE-REPORT-WRITER.
       CALL "ReportWriterService" USING RW-REQUEST RW-REPORT-NAME
           RW-TITLE RW-COLUMN-HEADING RW-DETAIL RW-STATUS.

       READ-NEXT-NET-PAY.
       READ NET-PAY-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       RETURN-NEXT-SORTED-RECORD.
       RETURN SORT-WORK-FILE
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM EmployeePayAdvice.
