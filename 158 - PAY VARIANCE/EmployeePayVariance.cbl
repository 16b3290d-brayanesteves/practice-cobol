       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeePayVariance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "NetPayPhysicalFile.cbl".
       COPY "PayHistoryPhysicalFile.cbl".
       COPY "PayRunPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "NetPayLogicFile.cbl".
       COPY "PayHistoryLogicFile.cbl".
       COPY "PayRunLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  NET-PAY-STATUS PIC X(2).
       01  PAY-HISTORY-STATUS PIC X(2).
       01  PAY-RUN-STATUS PIC X(2).
       77  READ-ALL PIC X.
       77  HISTORY-ON-FILE PIC X.
       77  RECORD-FOUND PIC X.
       77  PAID-BEFORE PIC X.
       77  BEYOND-LIMIT PIC X.
      *N on a rerun for a run already compared, so the same
      *variances are reported again but not queued a second time.
       77  QUEUE-THE-ITEMS PIC X.
       01  HELD-PAY-RUN PIC X(60).
       01  RUN-PERIOD PIC 9(6).
       01  RUN-PERIOD-PARTS REDEFINES RUN-PERIOD.
           05  RUN-YEAR PIC 9(4).
           05  RUN-NUMBER PIC 9(2).
       01  PREVIOUS-PERIOD PIC 9(6).
       01  PREVIOUS-PERIOD-PARTS REDEFINES PREVIOUS-PERIOD.
           05  PREVIOUS-YEAR PIC 9(4).
           05  PREVIOUS-NUMBER PIC 9(2).
       01  RUN-FREQUENCY PIC X(1).
       01  PERIODS-PER-YEAR PIC 9(2).

      *How far gross or net may move from the period before, as a
      *whole percentage either way, before it is flagged.
       01  VARIANCE-PERCENT PIC 9(3) VALUE 10.
       01  VARIANCE-PERCENT-WANTED PIC X(3) VALUE SPACES.
       01  VARIANCE-PERCENT-DISPLAY PIC ZZ9.

       01  BEFORE-AMOUNT PIC 9(7)V99.
       01  AFTER-AMOUNT PIC 9(7)V99.
       01  CHANGE-PERCENT PIC S9(5)V9.
       01  GROSS-CHANGE PIC S9(5)V9.
       01  NET-CHANGE PIC S9(5)V9.
       01  GROSS-CHANGE-DISPLAY PIC +(5)9.9.
       01  NET-CHANGE-DISPLAY PIC +(5)9.9.

       01  EMPLOYEES-COMPARED PIC 9(5) VALUE ZERO.
       01  VARIANCES-FOUND PIC 9(5) VALUE ZERO.
       01  FIRST-TIME-PAYEES PIC 9(5) VALUE ZERO.
       01  NOT-PAID-LAST-PERIOD PIC 9(5) VALUE ZERO.
       01  ITEMS-QUEUED PIC 9(5) VALUE ZERO.
       01  COUNT-DISPLAY PIC Z(4)9.

       01  HEADING-LINE.
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(12) VALUE "LAST GROSS".
           05  FILLER PIC X(12) VALUE "GROSS".
           05  FILLER PIC X(10) VALUE "CHANGE %".
           05  FILLER PIC X(12) VALUE "LAST NET".
           05  FILLER PIC X(12) VALUE "NET".
           05  FILLER PIC X(10) VALUE "CHANGE %".
           05  FILLER PIC X(30) VALUE "RESULT".

       01  DETAIL-LINE.
           05  DL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-LAST-GROSS PIC Z(6)9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-GROSS PIC Z(6)9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-GROSS-CHANGE PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-LAST-NET PIC Z(6)9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-NET PIC Z(6)9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-NET-CHANGE PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-RESULT PIC X(30).

      *Arguments for the shared exception queue, so every flagged
      *payment waits on the workbench for a supervisor's sign-off.
       77  EQ-SOURCE PIC X(20) VALUE "PAYVARIANCE".
       77  EQ-EMPLOYEE-ID PIC 9(6).
       77  EQ-SEVERITY PIC X(1).
       77  EQ-TEXT PIC X(40).
       77  EQ-STATUS PIC X(2).

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "payvariance".
       77  RW-TITLE PIC X(60)
           VALUE "PAY VARIANCE BEFORE RELEASE".
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *The sanity check between the pay calculation and the bank.
      *Each employee's gross and net in netpay.dat are compared with
      *what pay history shows they were paid the period before, and
      *anyone whose gross or net moved by more than the limit
      *(PAY_VARIANCE_PERCENT, ten percent when not set) is listed,
      *as is anyone being paid for the first time and anyone paid
      *now who was not paid last period. Each one is queued on the
      *exception workbench, and the payment interface will not
      *release payments.dat until a supervisor has signed every one
      *of them off there. The run is stamped on payrun.dat as
      *compared, which the payment interface also insists on.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
       IF RETURN-CODE = ZERO
           PERFORM OPEN-THE-REPORT
           PERFORM PRINT-THE-RUN-LINE
           MOVE ZEROES TO NETPAY-EMPLOYEE-ID
           MOVE "0" TO READ-ALL
           START NET-PAY-FILE
               KEY IS NOT LESS THAN NETPAY-EMPLOYEE-ID
               INVALID KEY
                   MOVE "1" TO READ-ALL
           END-START
           PERFORM READ-NEXT-NET-PAY
           PERFORM COMPARE-ONE-EMPLOYEE
               UNTIL READ-ALL = "1"
           PERFORM PRINT-THE-TOTALS
           PERFORM CLOSE-THE-REPORT
           PERFORM CLOSING-PROCEDURE
           PERFORM STAMP-THE-PAY-RUN
           MOVE VARIANCES-FOUND TO COUNT-DISPLAY
           DISPLAY "Pay variances beyond the limit: " COUNT-DISPLAY
           MOVE FIRST-TIME-PAYEES TO COUNT-DISPLAY
           DISPLAY "First-time payees: " COUNT-DISPLAY
           MOVE NOT-PAID-LAST-PERIOD TO COUNT-DISPLAY
           DISPLAY "Paid now but not last period: " COUNT-DISPLAY
           MOVE ITEMS-QUEUED TO COUNT-DISPLAY
           DISPLAY "Items queued for supervisor sign-off: "
               COUNT-DISPLAY.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT VARIANCE-PERCENT-WANTED FROM ENVIRONMENT
           "PAY_VARIANCE_PERCENT".
       IF VARIANCE-PERCENT-WANTED NOT = SPACES
           UNSTRING VARIANCE-PERCENT-WANTED DELIMITED BY SPACE
               INTO VARIANCE-PERCENT.
       PERFORM READ-THE-PAY-RUN THRU READ-THE-PAY-RUN-EXIT.
       IF RETURN-CODE NOT = ZERO
           GO TO OPENING-PROCEDURE-EXIT.
       OPEN INPUT NET-PAY-FILE.
       IF NET-PAY-STATUS NOT = "00"
           DISPLAY "No netpay.dat on file - run the pay"
               " calculation first."
           MOVE 1 TO RETURN-CODE
           GO TO OPENING-PROCEDURE-EXIT.
      *With no pay history yet there is no earlier period to compare
      *with, so everyone on the run is a first-time payee.
       MOVE "Y" TO HISTORY-ON-FILE.
       OPEN INPUT PAY-HISTORY-FILE.
       IF PAY-HISTORY-STATUS NOT = "00"
           MOVE "N" TO HISTORY-ON-FILE.
       OPENING-PROCEDURE-EXIT.
       EXIT.

       CLOSING-PROCEDURE.
       CLOSE NET-PAY-FILE.
       IF HISTORY-ON-FILE = "Y"
           CLOSE PAY-HISTORY-FILE.

      *The pay run says which period netpay.dat holds and at what
      *frequency, which is what fixes the period before it.
       READ-THE-PAY-RUN.
       MOVE "N" TO RECORD-FOUND.
       MOVE "Y" TO QUEUE-THE-ITEMS.
       OPEN INPUT PAY-RUN-FILE.
       IF PAY-RUN-STATUS = "00"
           READ PAY-RUN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO RECORD-FOUND
                   MOVE PAY-RUN-RECORD TO HELD-PAY-RUN
                   MOVE PAYRUN-PERIOD TO RUN-PERIOD
                   MOVE PAYRUN-FREQUENCY TO RUN-FREQUENCY
                   IF PAYRUN-VARIANCE-DONE
                       MOVE "N" TO QUEUE-THE-ITEMS
                   END-IF
           END-READ.
       CLOSE PAY-RUN-FILE.
       IF RECORD-FOUND = "N"
           DISPLAY "No payrun.dat on file - run the pay"
               " calculation first."
           MOVE 1 TO RETURN-CODE
           GO TO READ-THE-PAY-RUN-EXIT.
       IF QUEUE-THE-ITEMS = "N"
           DISPLAY "This run was already compared - variances are"
               " reported again but not queued again.".
       IF RUN-FREQUENCY = SPACES
           MOVE "M" TO RUN-FREQUENCY.
       EVALUATE RUN-FREQUENCY
           WHEN "S"
               MOVE 24 TO PERIODS-PER-YEAR
           WHEN "B"
               MOVE 26 TO PERIODS-PER-YEAR
           WHEN "W"
               MOVE 52 TO PERIODS-PER-YEAR
           WHEN OTHER
               MOVE 12 TO PERIODS-PER-YEAR
       END-EVALUATE.
       IF RUN-NUMBER > 1
           COMPUTE PREVIOUS-PERIOD = RUN-PERIOD - 1
       ELSE
           COMPUTE PREVIOUS-YEAR = RUN-YEAR - 1
           MOVE PERIODS-PER-YEAR TO PREVIOUS-NUMBER.
       READ-THE-PAY-RUN-EXIT.
       EXIT.

       COMPARE-ONE-EMPLOYEE.
       ADD 1 TO EMPLOYEES-COMPARED.
       MOVE SPACES TO DETAIL-LINE.
       MOVE NETPAY-EMPLOYEE-ID TO DL-ID.
       MOVE NETPAY-GROSS TO DL-GROSS.
       MOVE NETPAY-NET TO DL-NET.
       PERFORM FETCH-LAST-PERIOD-PAY.
       IF RECORD-FOUND = "Y"
           PERFORM COMPARE-WITH-LAST-PERIOD
       ELSE
           PERFORM CHECK-FOR-EARLIER-PAY
           IF PAID-BEFORE = "Y"
               ADD 1 TO NOT-PAID-LAST-PERIOD
               MOVE "NOT PAID LAST PERIOD" TO DL-RESULT
               MOVE SPACES TO EQ-TEXT
               STRING "PAID NOW, NOT PAID IN PERIOD "
                   PREVIOUS-PERIOD DELIMITED BY SIZE INTO EQ-TEXT
           ELSE
               ADD 1 TO FIRST-TIME-PAYEES
               MOVE "FIRST-TIME PAYEE" TO DL-RESULT
               MOVE SPACES TO EQ-TEXT
               STRING "FIRST-TIME PAYEE IN PERIOD " RUN-PERIOD
                   DELIMITED BY SIZE INTO EQ-TEXT
           END-IF
           PERFORM REPORT-AND-QUEUE.
       PERFORM READ-NEXT-NET-PAY.

       FETCH-LAST-PERIOD-PAY.
       MOVE "N" TO RECORD-FOUND.
       IF HISTORY-ON-FILE = "Y"
           MOVE NETPAY-EMPLOYEE-ID TO PAYHIST-EMPLOYEE-ID
           MOVE PREVIOUS-PERIOD TO PAYHIST-PERIOD
           MOVE "Y" TO RECORD-FOUND
           READ PAY-HISTORY-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-READ.

      *Any posted period before this one means the employee has
      *been paid before, just not in the period just gone.
       CHECK-FOR-EARLIER-PAY.
       MOVE "N" TO PAID-BEFORE.
       IF HISTORY-ON-FILE = "Y"
           MOVE NETPAY-EMPLOYEE-ID TO PAYHIST-EMPLOYEE-ID
           MOVE ZEROES TO PAYHIST-PERIOD
           START PAY-HISTORY-FILE
               KEY IS NOT LESS THAN PAYHIST-KEY
               INVALID KEY
                   MOVE "10" TO PAY-HISTORY-STATUS
           END-START
           IF PAY-HISTORY-STATUS = "00"
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PAY-HISTORY-STATUS
               END-READ
               IF PAY-HISTORY-STATUS = "00"
                   AND PAYHIST-EMPLOYEE-ID = NETPAY-EMPLOYEE-ID
                   AND PAYHIST-PERIOD < RUN-PERIOD
                   MOVE "Y" TO PAID-BEFORE
               END-IF
           END-IF
           MOVE "00" TO PAY-HISTORY-STATUS.

       COMPARE-WITH-LAST-PERIOD.
       MOVE PAYHIST-GROSS TO DL-LAST-GROSS.
       MOVE PAYHIST-NET TO DL-LAST-NET.
       MOVE "N" TO BEYOND-LIMIT.
       MOVE PAYHIST-GROSS TO BEFORE-AMOUNT.
       MOVE NETPAY-GROSS TO AFTER-AMOUNT.
       PERFORM FIGURE-ONE-CHANGE.
       MOVE CHANGE-PERCENT TO GROSS-CHANGE.
       MOVE PAYHIST-NET TO BEFORE-AMOUNT.
       MOVE NETPAY-NET TO AFTER-AMOUNT.
       PERFORM FIGURE-ONE-CHANGE.
       MOVE CHANGE-PERCENT TO NET-CHANGE.
       MOVE GROSS-CHANGE TO GROSS-CHANGE-DISPLAY.
       MOVE NET-CHANGE TO NET-CHANGE-DISPLAY.
       MOVE GROSS-CHANGE-DISPLAY TO DL-GROSS-CHANGE.
       MOVE NET-CHANGE-DISPLAY TO DL-NET-CHANGE.
       IF BEYOND-LIMIT = "Y"
           ADD 1 TO VARIANCES-FOUND
           MOVE "BEYOND THE VARIANCE LIMIT" TO DL-RESULT
           MOVE SPACES TO EQ-TEXT
           STRING "GROSS" GROSS-CHANGE-DISPLAY "% NET"
               NET-CHANGE-DISPLAY "% VS " PREVIOUS-PERIOD
               DELIMITED BY SIZE INTO EQ-TEXT
           PERFORM REPORT-AND-QUEUE.

      *A figure that was nothing last period and is something now
      *has no percentage to speak of, so it is shown as the largest
      *change the column holds and always flagged.
       FIGURE-ONE-CHANGE.
       IF BEFORE-AMOUNT = ZERO
           IF AFTER-AMOUNT = ZERO
               MOVE ZERO TO CHANGE-PERCENT
           ELSE
               MOVE 99999.9 TO CHANGE-PERCENT
           END-IF
       ELSE
           COMPUTE CHANGE-PERCENT ROUNDED =
               (AFTER-AMOUNT - BEFORE-AMOUNT) * 100 / BEFORE-AMOUNT
               ON SIZE ERROR
                   MOVE 99999.9 TO CHANGE-PERCENT
           END-COMPUTE.
       IF CHANGE-PERCENT > VARIANCE-PERCENT
           OR CHANGE-PERCENT < ZERO - VARIANCE-PERCENT
           MOVE "Y" TO BEYOND-LIMIT.

       REPORT-AND-QUEUE.
       MOVE DETAIL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       IF QUEUE-THE-ITEMS = "Y"
           MOVE NETPAY-EMPLOYEE-ID TO EQ-EMPLOYEE-ID
           MOVE "W" TO EQ-SEVERITY
           CALL "ExceptionQueueService" USING EQ-SOURCE
               EQ-EMPLOYEE-ID EQ-SEVERITY EQ-TEXT EQ-STATUS
           IF EQ-STATUS = "00"
               ADD 1 TO ITEMS-QUEUED
           ELSE
               DISPLAY "Could not queue the variance for "
                   NETPAY-EMPLOYEE-ID " - status " EQ-STATUS "."
           END-IF.

      *The stamp the payment interface looks for before it will
      *write payments.dat.
       STAMP-THE-PAY-RUN.
       MOVE HELD-PAY-RUN TO PAY-RUN-RECORD.
       MOVE "Y" TO PAYRUN-VARIANCE-CHECKED.
       OPEN OUTPUT PAY-RUN-FILE.
       WRITE PAY-RUN-RECORD.
       CLOSE PAY-RUN-FILE.

       PRINT-THE-RUN-LINE.
       MOVE VARIANCE-PERCENT TO VARIANCE-PERCENT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "PERIOD " RUN-PERIOD " FREQUENCY " RUN-FREQUENCY
           " COMPARED WITH PERIOD " PREVIOUS-PERIOD
           " - LIMIT " VARIANCE-PERCENT-DISPLAY "%"
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

       PRINT-THE-TOTALS.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE EMPLOYEES-COMPARED TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "EMPLOYEES ON THE RUN: " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE VARIANCES-FOUND TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "BEYOND THE VARIANCE LIMIT: " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE FIRST-TIME-PAYEES TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "FIRST-TIME PAYEES: " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE NOT-PAID-LAST-PERIOD TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "PAID NOW BUT NOT LAST PERIOD: " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE ITEMS-QUEUED TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "QUEUED FOR SUPERVISOR SIGN-OFF: " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

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

       READ-NEXT-NET-PAY.
       READ NET-PAY-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM EmployeePayVariance.
