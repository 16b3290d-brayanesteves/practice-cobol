       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeCommissionCalc.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "CommissionPlanPhysicalFile.cbl".
       COPY "OneTimePayPhysicalFile.cbl".
       COPY "AuditPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".

      *The month's sales results from the sales system, one line per
      *salesperson per booking batch; a salesperson may appear more
      *than once and the lines are added together. A month with no
      *file is normal, not a failure.
       SELECT OPTIONAL SALES-RESULTS-FILE
       ASSIGN TO "salesresults.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SALES-RESULTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "CommissionPlanLogicFile.cbl".
       COPY "OneTimePayLogicFile.cbl".
       COPY "AuditLogicFile.cbl".
       COPY "SessionLogicFile.cbl".

       FD SALES-RESULTS-FILE.
       01 SALES-RESULTS-RECORD.
           05 SALES-EMPLOYEE-ID PIC 9(6).
           05 FILLER PIC X(1).
      *YYYYMM the sales were booked in.
           05 SALES-MONTH PIC 9(6).
           05 FILLER PIC X(1).
           05 SALES-AMOUNT PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  COMMISSION-PLAN-STATUS PIC X(2).
       01  ONE-TIME-PAY-STATUS PIC X(2).
       01  SALES-RESULTS-STATUS PIC X(2).
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
       01  END-OF-SALES PIC X.
       01  NOTHING-TO-PROCESS PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  PLAN-WAS-FOUND PIC X.
       77  DONE-WITH-EMPLOYEE PIC X.
       77  ALREADY-ON-FILE PIC X.
       01  TODAYS-DATE PIC 9(8).
       01  AUDIT-ACTION PIC X(10).
       01  HELD-TABLE-KEY PIC X(20).
       01  HELD-AFTER-VALUE PIC X(30).

      *The sales month: COMMISSION_MONTH (YYYYMM) when given, else
      *the calendar month before this one.
       01  COMMISSION-MONTH PIC 9(6).
       01  COMMISSION-MONTH-PARTS REDEFINES COMMISSION-MONTH.
           05  COMMISSION-YEAR PIC 9(4).
           05  COMMISSION-MONTH-NUMBER PIC 9(2).
       01  COMMISSION-MONTH-WANTED PIC X(6) VALUE SPACES.
      *What marks a month's commission on onetime.dat, so a rerun
      *for the same month pays nobody twice.
       01  COMMISSION-REASON.
           05  FILLER PIC X(18) VALUE "SALES COMMISSION ".
           05  CR-MONTH PIC 9(6).
           05  FILLER PIC X(6) VALUE SPACES.

      *Sales added up per salesperson, in employee ID order.
       01  SELLER-LIMIT PIC 9(4) VALUE 2000.
       01  SELLER-COUNT PIC 9(4) VALUE ZERO.
       01  SELLER-INDEX PIC 9(4).
       01  SELLER-SHIFT-INDEX PIC 9(4).
       01  SELLER-WAS-FOUND PIC X.
       01  SELLER-TABLE.
           05  SELLER-ENTRY OCCURS 2000 TIMES.
               10  SELLER-ID PIC 9(6).
               10  SELLER-SALES PIC 9(9)V99.

       01  TIER-INDEX PIC 9(1).
       01  TIER-REACHED PIC 9(1).
       01  TIER-LOWER PIC 9(11)V99.
       01  TIER-UPPER PIC 9(11)V99.
       01  TIER-HAS-CEILING PIC X.
       01  TIER-SALES PIC 9(11)V99.
       01  TIER-COMMISSION PIC 9(9)V99.
       01  COMMISSION-EARNED PIC 9(9)V99.
       01  ATTAINMENT-PERCENT PIC 9(5)V99.
       01  LAST-SEQUENCE PIC 9(3).

       01  SALES-LINES-READ PIC 9(6) VALUE ZERO.
       01  SALES-LINES-OTHER-MONTH PIC 9(6) VALUE ZERO.
       01  STATEMENTS-PRINTED PIC 9(5) VALUE ZERO.
       01  PAYMENTS-WRITTEN PIC 9(5) VALUE ZERO.
       01  PAYMENTS-ALREADY-ON-FILE PIC 9(5) VALUE ZERO.
       01  SELLERS-NOT-PAID PIC 9(5) VALUE ZERO.
       01  TOTAL-COMMISSION PIC 9(9)V99 VALUE ZERO.
       01  COUNT-DISPLAY PIC ZZZZ9.
       01  AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01  AMOUNT-DISPLAY-2 PIC ZZZ,ZZZ,ZZ9.99.
       01  PERCENT-DISPLAY PIC ZZ,ZZ9.99.

       01  TIER-HEADING-LINE.
           05  FILLER PIC X(7) VALUE "TIER".
           05  FILLER PIC X(14) VALUE "FROM % QUOTA".
           05  FILLER PIC X(9) VALUE "RATE %".
           05  FILLER PIC X(19) VALUE "     SALES IN TIER".
           05  FILLER PIC X(16) VALUE "      COMMISSION".

       01  TIER-LINE.
           05  FILLER PIC X(2) VALUE SPACES.
           05  TL-TIER PIC 9.
           05  FILLER PIC X(4) VALUE SPACES.
           05  TL-FROM-PERCENT PIC ZZ9.
           05  FILLER PIC X(11) VALUE SPACES.
           05  TL-RATE PIC Z9.99.
           05  FILLER PIC X(4) VALUE SPACES.
           05  TL-SALES PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  TL-COMMISSION PIC ZZZ,ZZZ,ZZ9.99.

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "commstmt".
       77  RW-TITLE PIC X(60) VALUE "SALES COMMISSION STATEMENTS".
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Pays the month's sales commission. The sales results file is
      *added up per salesperson, and each one's total is paid
      *against the commission plan for their job title: the
      *attainment against the monthly quota decides the tier
      *reached, and each tier pays its rate on the slice of sales
      *that falls inside it. The commission is written to
      *onetime.dat as a pending one-time payment, so it goes through
      *the same supervisor approval as any other one-time earning
      *and is paid by the next pay run after that. Every
      *salesperson gets a statement page showing sales, quota,
      *attainment, the tiers and the amount earned; anyone who
      *cannot be paid gets one too, saying why. A month already
      *written is not written again.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO AND NOTHING-TO-PROCESS = "N"
           PERFORM LOAD-THE-SALES
           PERFORM OPEN-THE-REPORT
           MOVE 1 TO SELLER-INDEX
           PERFORM PAY-ONE-SELLER THRU PAY-ONE-SELLER-EXIT
               UNTIL SELLER-INDEX > SELLER-COUNT
           PERFORM PRINT-THE-RUN-TOTALS
           PERFORM CLOSE-THE-REPORT
           MOVE PAYMENTS-WRITTEN TO COUNT-DISPLAY
           MOVE TOTAL-COMMISSION TO AMOUNT-DISPLAY
           DISPLAY "Commission for " COMMISSION-MONTH ": "
               COUNT-DISPLAY " payment(s) totalling " AMOUNT-DISPLAY
               " written for approval."
           MOVE SELLERS-NOT-PAID TO COUNT-DISPLAY
           DISPLAY "Salespeople not paid - see the statements: "
               COUNT-DISPLAY.
       PERFORM CLOSING-PROCEDURE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       PERFORM CHOOSE-THE-MONTH.
       PERFORM READ-SESSION-NOTE.
      *The approval screen will not let an operator approve what
      *they keyed; a run with nobody signed on is entered in the
      *program's name so any supervisor can approve it.
       IF SIGNED-ON-OPERATOR = SPACES
           MOVE "COMMCALC" TO SIGNED-ON-OPERATOR.
      *Pulled from the environment so a test run can point at a
      *scratch copy instead of the real data file.
       ACCEPT EMPLOYEES-DATA-FILE FROM ENVIRONMENT
           "EMPLOYEES_DATA_FILE".
       IF EMPLOYEES-DATA-FILE = SPACES
           MOVE "employees.dat" TO EMPLOYEES-DATA-FILE.
       OPEN INPUT SALES-RESULTS-FILE.
       IF SALES-RESULTS-STATUS = "05"
           DISPLAY "No salesresults.dat found - no commission to"
               " pay."
           MOVE "Y" TO NOTHING-TO-PROCESS
       ELSE
           IF SALES-RESULTS-STATUS NOT = "00"
               DISPLAY "Error opening salesresults.dat, status code "
                   SALES-RESULTS-STATUS "."
               MOVE 1 TO RETURN-CODE
           END-IF
       END-IF.
       IF RETURN-CODE = ZERO AND NOTHING-TO-PROCESS = "N"
           PERFORM OPEN-THE-MASTER-FILES.

       OPEN-THE-MASTER-FILES.
       OPEN INPUT EMPLOYEES-FILE.
       IF EMPLOYEES-FILE-STATUS NOT = "00"
           DISPLAY "Error opening employees.dat, status code "
               EMPLOYEES-FILE-STATUS "."
           MOVE 1 TO RETURN-CODE.
       OPEN INPUT COMMISSION-PLAN-FILE.
       IF COMMISSION-PLAN-STATUS NOT = "00"
           DISPLAY "Error opening commplan.dat, status code "
               COMMISSION-PLAN-STATUS ". Run"
               " CommissionPlanMaintenance first."
           MOVE 1 TO RETURN-CODE.
      *The payment file is built the first time it is needed, the
      *same way EMPLOYEES-FILE is.
       OPEN I-O ONE-TIME-PAY-FILE.
       IF ONE-TIME-PAY-STATUS = "35"
           OPEN OUTPUT ONE-TIME-PAY-FILE
           CLOSE ONE-TIME-PAY-FILE
           OPEN I-O ONE-TIME-PAY-FILE.
       IF ONE-TIME-PAY-STATUS NOT = "00"
           DISPLAY "Error opening onetime.dat, status code "
               ONE-TIME-PAY-STATUS "."
           MOVE 1 TO RETURN-CODE.
       OPEN EXTEND AUDIT-FILE.

       CLOSING-PROCEDURE.
       IF SALES-RESULTS-STATUS = "00"
           CLOSE SALES-RESULTS-FILE.
       IF NOTHING-TO-PROCESS = "N"
           IF EMPLOYEES-FILE-STATUS = "00"
               CLOSE EMPLOYEES-FILE
           END-IF
           IF COMMISSION-PLAN-STATUS = "00"
               CLOSE COMMISSION-PLAN-FILE
           END-IF
           IF ONE-TIME-PAY-STATUS = "00"
               CLOSE ONE-TIME-PAY-FILE
           END-IF
           CLOSE AUDIT-FILE.

       CHOOSE-THE-MONTH.
       MOVE TODAYS-DATE (1:6) TO COMMISSION-MONTH.
       IF COMMISSION-MONTH-NUMBER = 1
           SUBTRACT 1 FROM COMMISSION-YEAR
           MOVE 12 TO COMMISSION-MONTH-NUMBER
       ELSE
           SUBTRACT 1 FROM COMMISSION-MONTH-NUMBER.
       ACCEPT COMMISSION-MONTH-WANTED FROM ENVIRONMENT
           "COMMISSION_MONTH".
       IF COMMISSION-MONTH-WANTED NOT = SPACES
           AND COMMISSION-MONTH-WANTED IS NUMERIC
           MOVE COMMISSION-MONTH-WANTED TO COMMISSION-MONTH.
       MOVE COMMISSION-MONTH TO CR-MONTH.

       LOAD-THE-SALES.
       MOVE "N" TO END-OF-SALES.
       PERFORM READ-NEXT-SALES-LINE.
       PERFORM LOAD-ONE-SALES-LINE
           UNTIL END-OF-SALES = "Y".

       LOAD-ONE-SALES-LINE.
       ADD 1 TO SALES-LINES-READ.
       IF SALES-MONTH NOT = COMMISSION-MONTH
           ADD 1 TO SALES-LINES-OTHER-MONTH
       ELSE
           PERFORM LOOK-UP-THE-SELLER
           IF SELLER-WAS-FOUND = "Y"
               ADD SALES-AMOUNT TO SELLER-SALES (SELLER-INDEX)
           ELSE
               PERFORM INSERT-THE-SELLER
           END-IF.
       PERFORM READ-NEXT-SALES-LINE.

      *Leaves SELLER-INDEX on the salesperson, or on the slot they
      *belong in when they are not in the table yet.
       LOOK-UP-THE-SELLER.
       MOVE "N" TO SELLER-WAS-FOUND.
       MOVE 1 TO SELLER-INDEX.
       PERFORM LOOK-FOR-SELLER
           UNTIL SELLER-WAS-FOUND NOT = "N"
           OR SELLER-INDEX > SELLER-COUNT.

      *P when the scan has passed where the salesperson would sort.
       LOOK-FOR-SELLER.
       IF SELLER-ID (SELLER-INDEX) = SALES-EMPLOYEE-ID
           MOVE "Y" TO SELLER-WAS-FOUND
       ELSE
           IF SELLER-ID (SELLER-INDEX) > SALES-EMPLOYEE-ID
               MOVE "P" TO SELLER-WAS-FOUND
           ELSE
               ADD 1 TO SELLER-INDEX.

       INSERT-THE-SELLER.
       IF SELLER-COUNT >= SELLER-LIMIT
           DISPLAY "More salespeople than the table holds - "
               SALES-EMPLOYEE-ID " is not paid this run."
       ELSE
           MOVE SELLER-COUNT TO SELLER-SHIFT-INDEX
           PERFORM SHIFT-ONE-SELLER
               UNTIL SELLER-SHIFT-INDEX < SELLER-INDEX
           ADD 1 TO SELLER-COUNT
           MOVE SALES-EMPLOYEE-ID TO SELLER-ID (SELLER-INDEX)
           MOVE SALES-AMOUNT TO SELLER-SALES (SELLER-INDEX).

       SHIFT-ONE-SELLER.
       MOVE SELLER-ENTRY (SELLER-SHIFT-INDEX)
           TO SELLER-ENTRY (SELLER-SHIFT-INDEX + 1).
       SUBTRACT 1 FROM SELLER-SHIFT-INDEX.

      *One statement page per salesperson, paid or not.
       PAY-ONE-SELLER.
       IF STATEMENTS-PRINTED > ZERO
           MOVE "P" TO RW-REQUEST
           PERFORM CALL-THE-REPORT-WRITER.
       ADD 1 TO STATEMENTS-PRINTED.
       MOVE SELLER-ID (SELLER-INDEX) TO EMPLOYEES-ID.
       MOVE "Y" TO RECORD-FOUND.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "N"
           MOVE SPACES TO EMPLOYEES-NAME EMPLOYEES-LASTNAMES
               EMPLOYEES-JOB-TITLE.
       PERFORM PRINT-THE-STATEMENT-HEADING.
       IF RECORD-FOUND = "N"
           MOVE "NOT PAID - NO EMPLOYEE WITH THIS ID ON THE MASTER."
               TO RW-DETAIL
           PERFORM WRITE-NOT-PAID-LINE
           GO TO PAY-ONE-SELLER-EXIT.
       IF NOT EMPLOYEES-ACTIVE AND NOT EMPLOYEES-ON-LEAVE
           MOVE SPACES TO RW-DETAIL
           STRING "NOT PAID - NOT ON THE PAYROLL, STATUS "
               EMPLOYEES-STATUS "."
               DELIMITED BY SIZE INTO RW-DETAIL
           PERFORM WRITE-NOT-PAID-LINE
           GO TO PAY-ONE-SELLER-EXIT.
       MOVE EMPLOYEES-JOB-TITLE TO COMMPLAN-JOB-TITLE.
       MOVE "Y" TO PLAN-WAS-FOUND.
       READ COMMISSION-PLAN-FILE RECORD
           INVALID KEY
               MOVE "N" TO PLAN-WAS-FOUND
       END-READ.
       IF PLAN-WAS-FOUND = "N"
           MOVE "NOT PAID - NO COMMISSION PLAN FOR THIS JOB TITLE."
               TO RW-DETAIL
           PERFORM WRITE-NOT-PAID-LINE
           GO TO PAY-ONE-SELLER-EXIT.
       PERFORM WORK-OUT-THE-COMMISSION.
       PERFORM PRINT-THE-STATEMENT-BODY.
       IF COMMISSION-EARNED = ZERO
           MOVE "NOTHING EARNED THIS MONTH." TO RW-DETAIL
           PERFORM WRITE-REPORT-DETAIL
           GO TO PAY-ONE-SELLER-EXIT.
       PERFORM WRITE-THE-PAYMENT THRU WRITE-THE-PAYMENT-EXIT.
       PAY-ONE-SELLER-EXIT.
       ADD 1 TO SELLER-INDEX.

       WRITE-NOT-PAID-LINE.
       PERFORM WRITE-REPORT-DETAIL.
       ADD 1 TO SELLERS-NOT-PAID.

      *Attainment is sales over quota. Each tier's slice runs from
      *its own starting attainment up to the next tier's start, the
      *top tier with no ceiling; with no quota set, all sales are
      *paid at the first tier's rate.
       WORK-OUT-THE-COMMISSION.
       MOVE ZERO TO COMMISSION-EARNED.
       MOVE 1 TO TIER-REACHED.
       IF COMMPLAN-MONTHLY-QUOTA = ZERO
           MOVE ZERO TO ATTAINMENT-PERCENT
       ELSE
           COMPUTE ATTAINMENT-PERCENT ROUNDED =
               SELLER-SALES (SELLER-INDEX) * 100
               / COMMPLAN-MONTHLY-QUOTA
               ON SIZE ERROR
                   MOVE 99999.99 TO ATTAINMENT-PERCENT
           END-COMPUTE.
       MOVE 1 TO TIER-INDEX.
       PERFORM NOTE-THE-TIER-REACHED
           UNTIL TIER-INDEX > 5.

       NOTE-THE-TIER-REACHED.
       IF TIER-INDEX > 1
           AND COMMPLAN-TIER-FROM-PERCENT (TIER-INDEX) > ZERO
           AND COMMPLAN-MONTHLY-QUOTA > ZERO
           AND ATTAINMENT-PERCENT
               NOT < COMMPLAN-TIER-FROM-PERCENT (TIER-INDEX)
           MOVE TIER-INDEX TO TIER-REACHED.
       ADD 1 TO TIER-INDEX.

      *Works one tier's slice into TIER-SALES and TIER-COMMISSION.
       PRICE-ONE-TIER.
       MOVE ZERO TO TIER-SALES TIER-COMMISSION.
       IF COMMPLAN-MONTHLY-QUOTA = ZERO
           IF TIER-INDEX = 1
               MOVE SELLER-SALES (SELLER-INDEX) TO TIER-SALES
           END-IF
       ELSE
           COMPUTE TIER-LOWER ROUNDED = COMMPLAN-MONTHLY-QUOTA
               * COMMPLAN-TIER-FROM-PERCENT (TIER-INDEX) / 100
           MOVE "N" TO TIER-HAS-CEILING
           IF TIER-INDEX < 5
               IF COMMPLAN-TIER-FROM-PERCENT (TIER-INDEX + 1) > ZERO
                   MOVE "Y" TO TIER-HAS-CEILING
                   COMPUTE TIER-UPPER ROUNDED = COMMPLAN-MONTHLY-QUOTA
                       * COMMPLAN-TIER-FROM-PERCENT (TIER-INDEX + 1)
                       / 100
               END-IF
           END-IF
           IF TIER-HAS-CEILING = "N"
               OR SELLER-SALES (SELLER-INDEX) < TIER-UPPER
               MOVE SELLER-SALES (SELLER-INDEX) TO TIER-UPPER
           END-IF
           IF TIER-UPPER > TIER-LOWER
               SUBTRACT TIER-LOWER FROM TIER-UPPER GIVING TIER-SALES
           END-IF
       END-IF.
       COMPUTE TIER-COMMISSION ROUNDED =
           TIER-SALES * COMMPLAN-TIER-RATE (TIER-INDEX) / 100.

       PRINT-THE-STATEMENT-HEADING.
       MOVE SPACES TO RW-DETAIL.
       STRING "COMMISSION STATEMENT FOR SALES BOOKED IN "
           COMMISSION-MONTH
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE SPACES TO RW-DETAIL.
       STRING "EMPLOYEE: " SELLER-ID (SELLER-INDEX) "  "
           EMPLOYEES-NAME " " EMPLOYEES-LASTNAMES
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE SPACES TO RW-DETAIL.
       STRING "JOB TITLE: " EMPLOYEES-JOB-TITLE
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE SELLER-SALES (SELLER-INDEX) TO AMOUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "SALES FOR THE MONTH: " AMOUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

       PRINT-THE-STATEMENT-BODY.
       MOVE COMMPLAN-MONTHLY-QUOTA TO AMOUNT-DISPLAY.
       MOVE ATTAINMENT-PERCENT TO PERCENT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "MONTHLY QUOTA:       " AMOUNT-DISPLAY
           "   ATTAINMENT: " PERCENT-DISPLAY "%"
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE TIER-HEADING-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE 1 TO TIER-INDEX.
       PERFORM PRINT-ONE-TIER
           UNTIL TIER-INDEX > 5.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE COMMISSION-EARNED TO AMOUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "TIER REACHED: " TIER-REACHED
           "     AMOUNT EARNED: " AMOUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

      *Tiers not in use are skipped; the slices add up to the
      *amount earned.
       PRINT-ONE-TIER.
       IF TIER-INDEX = 1
           OR COMMPLAN-TIER-FROM-PERCENT (TIER-INDEX) > ZERO
           PERFORM PRICE-ONE-TIER
           ADD TIER-COMMISSION TO COMMISSION-EARNED
           MOVE SPACES TO TIER-LINE
           MOVE TIER-INDEX TO TL-TIER
           MOVE COMMPLAN-TIER-FROM-PERCENT (TIER-INDEX)
               TO TL-FROM-PERCENT
           MOVE COMMPLAN-TIER-RATE (TIER-INDEX) TO TL-RATE
           MOVE TIER-SALES TO TL-SALES
           MOVE TIER-COMMISSION TO TL-COMMISSION
           MOVE TIER-LINE TO RW-DETAIL
           PERFORM WRITE-REPORT-DETAIL.
       ADD 1 TO TIER-INDEX.

      *The month's commission goes on as the employee's next
      *one-time payment number, unless it is already there.
       WRITE-THE-PAYMENT.
       PERFORM FIND-THE-EMPLOYEES-PAYMENTS
           THRU FIND-THE-EMPLOYEES-PAYMENTS-EXIT.
       IF ALREADY-ON-FILE = "Y"
           ADD 1 TO PAYMENTS-ALREADY-ON-FILE
           MOVE "ALREADY ON FILE FOR PAYMENT FROM AN EARLIER RUN."
               TO RW-DETAIL
           PERFORM WRITE-REPORT-DETAIL
           GO TO WRITE-THE-PAYMENT-EXIT.
       IF LAST-SEQUENCE = 999
           MOVE "NOT PAID - NO ONE-TIME PAYMENT NUMBERS LEFT."
               TO RW-DETAIL
           PERFORM WRITE-NOT-PAID-LINE
           GO TO WRITE-THE-PAYMENT-EXIT.
       MOVE SPACES TO ONE-TIME-PAY-RECORD.
       MOVE SELLER-ID (SELLER-INDEX) TO ONETIME-EMPLOYEE-ID.
       COMPUTE ONETIME-SEQUENCE = LAST-SEQUENCE + 1.
       MOVE "COMM" TO ONETIME-EARNINGS-CODE.
       MOVE "SALES COMMISSION" TO ONETIME-DESCRIPTION.
       MOVE COMMISSION-EARNED TO ONETIME-AMOUNT.
       MOVE COMMISSION-REASON TO ONETIME-REASON.
       MOVE "P" TO ONETIME-STATUS.
       MOVE SIGNED-ON-OPERATOR TO ONETIME-ENTERED-BY.
       MOVE TODAYS-DATE TO ONETIME-ENTERED-DATE.
       MOVE ZERO TO ONETIME-APPROVED-DATE ONETIME-PAY-PERIOD
           ONETIME-PAY-DATE.
       WRITE ONE-TIME-PAY-RECORD
           INVALID KEY
               MOVE "NOT PAID - ERROR WRITING THE ONE-TIME PAYMENT."
                   TO RW-DETAIL
               PERFORM WRITE-NOT-PAID-LINE
           NOT INVALID KEY
               MOVE "OTP-ADD" TO AUDIT-ACTION
               PERFORM WRITE-PAYMENT-AUDIT
               ADD 1 TO PAYMENTS-WRITTEN
               ADD COMMISSION-EARNED TO TOTAL-COMMISSION
               MOVE SPACES TO RW-DETAIL
               STRING "PAYABLE AS ONE-TIME PAYMENT " ONETIME-SEQUENCE
                   " IN THE NEXT PAY RUN ONCE APPROVED."
                   DELIMITED BY SIZE INTO RW-DETAIL
               PERFORM WRITE-REPORT-DETAIL
       END-WRITE.
       WRITE-THE-PAYMENT-EXIT.
       EXIT.

      *Walks the employee's one-time payments for the last number
      *used and for this month's commission, unless it was
      *rejected or cancelled.
       FIND-THE-EMPLOYEES-PAYMENTS.
       MOVE ZERO TO LAST-SEQUENCE.
       MOVE "N" TO ALREADY-ON-FILE.
       MOVE SELLER-ID (SELLER-INDEX) TO ONETIME-EMPLOYEE-ID.
       MOVE ZERO TO ONETIME-SEQUENCE.
       START ONE-TIME-PAY-FILE
           KEY IS NOT LESS THAN ONETIME-KEY
           INVALID KEY
               GO TO FIND-THE-EMPLOYEES-PAYMENTS-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       PERFORM NOTE-ONE-PAYMENT
           UNTIL DONE-WITH-EMPLOYEE = "Y".
       FIND-THE-EMPLOYEES-PAYMENTS-EXIT.
       EXIT.

       NOTE-ONE-PAYMENT.
       READ ONE-TIME-PAY-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-READ.
       IF DONE-WITH-EMPLOYEE = "N"
           IF ONETIME-EMPLOYEE-ID NOT = SELLER-ID (SELLER-INDEX)
               MOVE "Y" TO DONE-WITH-EMPLOYEE
           ELSE
               MOVE ONETIME-SEQUENCE TO LAST-SEQUENCE
               IF ONETIME-EARNINGS-CODE = "COMM"
                   AND ONETIME-REASON = COMMISSION-REASON
                   AND NOT ONETIME-REJECTED
                   AND NOT ONETIME-CANCELLED
                   MOVE "Y" TO ALREADY-ON-FILE
               END-IF
           END-IF.

       PRINT-THE-RUN-TOTALS.
       MOVE "P" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.
       MOVE SPACES TO RW-DETAIL.
       STRING "COMMISSION RUN FOR " COMMISSION-MONTH
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE SALES-LINES-READ TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "SALES LINES READ:                 " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE SALES-LINES-OTHER-MONTH TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "LINES FOR ANOTHER MONTH, SKIPPED: " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE STATEMENTS-PRINTED TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "SALESPEOPLE:                      " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE PAYMENTS-WRITTEN TO COUNT-DISPLAY.
       MOVE TOTAL-COMMISSION TO AMOUNT-DISPLAY-2.
       MOVE SPACES TO RW-DETAIL.
       STRING "PAYMENTS WRITTEN FOR APPROVAL:    " COUNT-DISPLAY
           "  TOTAL " AMOUNT-DISPLAY-2
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE PAYMENTS-ALREADY-ON-FILE TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "ALREADY ON FILE FROM AN EARLIER RUN:" COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE SELLERS-NOT-PAID TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "NOT PAID:                         " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

      *Picks up the identity the sign-on program left behind.
       READ-SESSION-NOTE.
       OPEN INPUT SESSION-FILE.
       IF SESSION-FILE-STATUS = "00"
           READ SESSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SESSION-OPERATOR-ID TO SIGNED-ON-OPERATOR
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
       MOVE SPACES TO AUDIT-LINE.
       ACCEPT AUDIT-LOG-DATE FROM DATE YYYYMMDD.
       ACCEPT AUDIT-LOG-TIME FROM TIME.
       MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR.
       MOVE "EmployeeCommissionCalc" TO AUDIT-PROGRAM.
       MOVE ONETIME-EMPLOYEE-ID TO AUDIT-EMPLOYEE-ID.
       MOVE AUDIT-ACTION TO AUDIT-LOG-ACTION.
       MOVE "ONETIME" TO AUDIT-TABLE-NAME.
       MOVE HELD-TABLE-KEY TO AUDIT-TABLE-KEY.
       MOVE HELD-AFTER-VALUE TO AUDIT-AFTER-VALUE.
       WRITE AUDIT-LINE.

       OPEN-THE-REPORT.
       MOVE "O" TO RW-REQUEST.
       MOVE SPACES TO RW-COLUMN-HEADING.
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

       READ-NEXT-SALES-LINE.
       READ SALES-RESULTS-FILE
       AT END MOVE "Y" TO END-OF-SALES.

       END PROGRAM EmployeeCommissionCalc.
