       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeBankReturns.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "BankDetailPhysicalFile.cbl".
       COPY "CheckRequestPhysicalFile.cbl".

      *The bank's return file: one line per deposit it could not
      *credit, with the bank's reason code (closed account, no such
      *account, and so on).
       SELECT BANK-RETURN-FILE
       ASSIGN TO "bankreturns.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS BANK-RETURN-STATUS.

      *The payment file the returns answer, as the payment
      *interface wrote it.
       SELECT PAYMENT-FILE
       ASSIGN TO "payments.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PAYMENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "BankDetailLogicFile.cbl".
       COPY "CheckRequestLogicFile.cbl".

       FD BANK-RETURN-FILE.
       01 BANK-RETURN-RECORD.
           05 RETURN-EMPLOYEE-ID PIC 9(6).
           05 FILLER PIC X(1).
           05 RETURN-BANK-CODE PIC X(4).
           05 FILLER PIC X(1).
           05 RETURN-ACCOUNT PIC 9(10).
           05 FILLER PIC X(1).
           05 RETURN-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 RETURN-REASON PIC X(3).

       FD PAYMENT-FILE.
       01 PAYMENT-LINE.
           05 PAYMENT-LINE-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 PAYMENT-LINE-DATA PIC X(58).
      *The D line as EmployeePaymentInterface lays it out; the H
      *line carries the run date in the same place as the ID.
       01 PAYMENT-DETAIL-LINE.
           05 FILLER PIC X(2).
           05 PAYMENT-EMPLOYEE-ID PIC 9(6).
           05 FILLER PIC X(1).
           05 PAYMENT-BANK-CODE PIC X(4).
           05 FILLER PIC X(1).
           05 PAYMENT-ACCOUNT PIC 9(10).
           05 FILLER PIC X(1).
           05 PAYMENT-AMOUNT PIC 9(7)V99.
       01 PAYMENT-HEADER-LINE.
           05 FILLER PIC X(2).
           05 PAYMENT-RUN-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  BANK-DETAIL-STATUS PIC X(2).
       01  CHECK-REQUEST-STATUS PIC X(2).
       01  BANK-RETURN-STATUS PIC X(2).
       01  PAYMENT-FILE-STATUS PIC X(2).
       01  READ-ALL PIC X.
       77  DONE-WITH-EMPLOYEE PIC X.
       77  ACCOUNT-FOUND PIC X.
       77  DEPOSIT-FOUND PIC X.
       01  TODAYS-DATE PIC 9(8).
       01  PAYMENT-RUN-DATE-HELD PIC 9(8) VALUE ZERO.
       01  RETURNED-AMOUNT PIC 9(7)V99.
       01  RETURNS-PROCESSED PIC 9(5) VALUE ZERO.
       01  RETURNS-UNMATCHED PIC 9(5) VALUE ZERO.
       01  RETURNS-REPEATED PIC 9(5) VALUE ZERO.
       01  TOTAL-RETURNED PIC 9(9)V99 VALUE ZERO.
       01  COUNT-DISPLAY PIC Z(4)9.
       01  AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.

      *The run's deposits, held so each return can be matched to
      *the line it answers; a deposit is matched at most once.
       01  DEPOSIT-LIMIT PIC 9(4) VALUE 3000.
       01  DEPOSIT-COUNT PIC 9(4) VALUE ZERO.
       01  DEPOSIT-INDEX PIC 9(4).
       01  DEPOSIT-TABLE.
           05  DEPOSIT-ENTRY OCCURS 3000 TIMES.
               10  DEPOSIT-EMPLOYEE-ID PIC 9(6).
               10  DEPOSIT-BANK-CODE PIC X(4).
               10  DEPOSIT-ACCOUNT PIC 9(10).
               10  DEPOSIT-AMOUNT PIC 9(7)V99.
               10  DEPOSIT-MATCHED PIC X(1).

       77  EQ-SOURCE PIC X(20).
       77  EQ-EMPLOYEE-ID PIC 9(6).
       77  EQ-SEVERITY PIC X(1).
       77  EQ-TEXT PIC X(40).
       77  EQ-STATUS PIC X(2).

       01  HEADING-LINE.
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(6) VALUE "BANK".
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(8) VALUE "REASON".
           05  FILLER PIC X(16) VALUE "AMOUNT".
           05  FILLER PIC X(40) VALUE "RESULT".

       01  DETAIL-LINE.
           05  DL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-BANK-CODE PIC X(4).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-ACCOUNT PIC 9(10).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-REASON PIC X(3).
           05  FILLER PIC X(5) VALUE SPACES.
           05  DL-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(4) VALUE SPACES.
           05  DL-RESULT PIC X(40).

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "bankreturns".
       77  RW-TITLE PIC X(60)
           VALUE "BANK RETURNED DEPOSITS".
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Works the bank's return file against payments.dat. Each
      *return is matched to the deposit line it answers by
      *employee, bank code and account number. The account goes
      *back into prenote in bankdetails.dat - it takes no more
      *money until the details are fixed and a fresh prenote has
      *run its cycle - the return goes on the exception workbench,
      *and the deposited amount is queued in checkreq.dat for the
      *next check print run. An account already back in prenote
      *has had its return worked, so a second pass of the same
      *file changes nothing. A return with no deposit behind it is
      *reported and sent to the workbench, not paid.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           PERFORM LOAD-THE-DEPOSITS
           PERFORM OPEN-THE-REPORT
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-RETURN
           PERFORM WORK-ONE-RETURN
               UNTIL READ-ALL = "1"
           PERFORM CLOSE-THE-REPORT
           CLOSE BANK-RETURN-FILE
           CLOSE BANK-DETAIL-FILE
           CLOSE CHECK-REQUEST-FILE
           MOVE RETURNS-PROCESSED TO COUNT-DISPLAY
           MOVE TOTAL-RETURNED TO AMOUNT-DISPLAY
           DISPLAY "Returns queued for a check: " COUNT-DISPLAY
               " totalling " AMOUNT-DISPLAY "."
           MOVE RETURNS-UNMATCHED TO COUNT-DISPLAY
           DISPLAY "Returns with no matching deposit: "
               COUNT-DISPLAY
           MOVE RETURNS-REPEATED TO COUNT-DISPLAY
           DISPLAY "Returns already worked: " COUNT-DISPLAY.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       OPEN INPUT BANK-RETURN-FILE.
       IF BANK-RETURN-STATUS NOT = "00"
           DISPLAY "No bankreturns.dat on file - nothing to work."
           MOVE 1 TO RETURN-CODE.
       IF RETURN-CODE = ZERO
           OPEN INPUT PAYMENT-FILE
           IF PAYMENT-FILE-STATUS NOT = "00"
               DISPLAY "No payments.dat on file - the returns"
                   " cannot be matched."
               MOVE 1 TO RETURN-CODE
               CLOSE BANK-RETURN-FILE
           END-IF
       END-IF.
       IF RETURN-CODE = ZERO
           OPEN I-O BANK-DETAIL-FILE
           IF BANK-DETAIL-STATUS NOT = "00"
               DISPLAY "Error opening bankdetails.dat, status code "
                   BANK-DETAIL-STATUS "."
               MOVE 1 TO RETURN-CODE
               CLOSE BANK-RETURN-FILE
               CLOSE PAYMENT-FILE
           END-IF
       END-IF.
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
               CLOSE BANK-RETURN-FILE
               CLOSE PAYMENT-FILE
               CLOSE BANK-DETAIL-FILE
           END-IF
       END-IF.

       LOAD-THE-DEPOSITS.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-PAYMENT-LINE.
       PERFORM LOAD-ONE-PAYMENT-LINE
           UNTIL READ-ALL = "1".
       CLOSE PAYMENT-FILE.

       LOAD-ONE-PAYMENT-LINE.
       IF PAYMENT-LINE-TYPE = "H"
           MOVE PAYMENT-RUN-DATE TO PAYMENT-RUN-DATE-HELD.
       IF PAYMENT-LINE-TYPE = "D"
           AND DEPOSIT-COUNT < DEPOSIT-LIMIT
           ADD 1 TO DEPOSIT-COUNT
           MOVE PAYMENT-EMPLOYEE-ID
               TO DEPOSIT-EMPLOYEE-ID(DEPOSIT-COUNT)
           MOVE PAYMENT-BANK-CODE TO DEPOSIT-BANK-CODE(DEPOSIT-COUNT)
           MOVE PAYMENT-ACCOUNT TO DEPOSIT-ACCOUNT(DEPOSIT-COUNT)
           MOVE PAYMENT-AMOUNT TO DEPOSIT-AMOUNT(DEPOSIT-COUNT)
           MOVE "N" TO DEPOSIT-MATCHED(DEPOSIT-COUNT).
       PERFORM READ-NEXT-PAYMENT-LINE.

       WORK-ONE-RETURN.
       MOVE SPACES TO DETAIL-LINE.
       MOVE RETURN-EMPLOYEE-ID TO DL-ID.
       MOVE RETURN-BANK-CODE TO DL-BANK-CODE.
       MOVE RETURN-ACCOUNT TO DL-ACCOUNT.
       MOVE RETURN-REASON TO DL-REASON.
       MOVE RETURN-AMOUNT TO DL-AMOUNT.
       PERFORM FIND-THE-DEPOSIT.
       IF DEPOSIT-FOUND = "N"
           ADD 1 TO RETURNS-UNMATCHED
           MOVE "NO MATCHING DEPOSIT IN PAYMENTS.DAT" TO DL-RESULT
           MOVE "E" TO EQ-SEVERITY
           MOVE SPACES TO EQ-TEXT
           STRING "BANK RETURN " RETURN-REASON
               " WITH NO MATCHING DEPOSIT"
               DELIMITED BY SIZE INTO EQ-TEXT
           PERFORM QUEUE-AN-EXCEPTION
       ELSE
           PERFORM WORK-THE-MATCHED-RETURN.
       MOVE DETAIL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       PERFORM READ-NEXT-RETURN.

      *The amount queued is what was deposited, whatever the bank
      *quotes on the return line.
       WORK-THE-MATCHED-RETURN.
       MOVE DEPOSIT-AMOUNT(DEPOSIT-INDEX) TO RETURNED-AMOUNT.
       MOVE RETURNED-AMOUNT TO DL-AMOUNT.
       PERFORM FIND-THE-ACCOUNT THRU FIND-THE-ACCOUNT-EXIT.
       IF ACCOUNT-FOUND = "Y" AND BANK-PRENOTE-PENDING
           ADD 1 TO RETURNS-REPEATED
           MOVE "ALREADY WORKED - ACCOUNT IN PRENOTE" TO DL-RESULT
       ELSE
           IF ACCOUNT-FOUND = "Y"
               MOVE "P" TO BANK-PRENOTE-FLAG
               MOVE ZERO TO BANK-PRENOTE-DATE
               REWRITE BANK-DETAIL-RECORD
                   INVALID KEY
                       DISPLAY "Error returning account to"
                           " prenote for " RETURN-EMPLOYEE-ID "."
               END-REWRITE
               MOVE "BACK IN PRENOTE - CHECK QUEUED" TO DL-RESULT
           ELSE
               MOVE "ACCOUNT GONE - CHECK QUEUED" TO DL-RESULT
           END-IF
           PERFORM QUEUE-THE-REISSUE
           MOVE "W" TO EQ-SEVERITY
           MOVE SPACES TO EQ-TEXT
           STRING "DEPOSIT RETURNED " RETURN-REASON " ACCOUNT "
               RETURN-BANK-CODE
               DELIMITED BY SIZE INTO EQ-TEXT
           PERFORM QUEUE-AN-EXCEPTION
           ADD 1 TO RETURNS-PROCESSED
           ADD RETURNED-AMOUNT TO TOTAL-RETURNED.

       FIND-THE-DEPOSIT.
       MOVE "N" TO DEPOSIT-FOUND.
       MOVE 1 TO DEPOSIT-INDEX.
       PERFORM LOOK-AT-ONE-DEPOSIT
           UNTIL DEPOSIT-FOUND = "Y"
           OR DEPOSIT-INDEX > DEPOSIT-COUNT.

       LOOK-AT-ONE-DEPOSIT.
       IF DEPOSIT-EMPLOYEE-ID(DEPOSIT-INDEX) = RETURN-EMPLOYEE-ID
           AND DEPOSIT-BANK-CODE(DEPOSIT-INDEX) = RETURN-BANK-CODE
           AND DEPOSIT-ACCOUNT(DEPOSIT-INDEX) = RETURN-ACCOUNT
           AND DEPOSIT-MATCHED(DEPOSIT-INDEX) = "N"
           MOVE "Y" TO DEPOSIT-FOUND
           MOVE "Y" TO DEPOSIT-MATCHED(DEPOSIT-INDEX)
       ELSE
           ADD 1 TO DEPOSIT-INDEX.

       FIND-THE-ACCOUNT.
       MOVE "N" TO ACCOUNT-FOUND.
       MOVE RETURN-EMPLOYEE-ID TO BANK-EMPLOYEE-ID.
       MOVE ZERO TO BANK-SEQUENCE.
       START BANK-DETAIL-FILE
           KEY IS NOT LESS THAN BANK-KEY
           INVALID KEY
               GO TO FIND-THE-ACCOUNT-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       PERFORM LOOK-AT-ONE-ACCOUNT
           UNTIL DONE-WITH-EMPLOYEE = "Y".
       FIND-THE-ACCOUNT-EXIT.
       EXIT.

       LOOK-AT-ONE-ACCOUNT.
       READ BANK-DETAIL-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-READ.
       IF DONE-WITH-EMPLOYEE = "N"
           IF BANK-EMPLOYEE-ID NOT = RETURN-EMPLOYEE-ID
               MOVE "Y" TO DONE-WITH-EMPLOYEE
           ELSE
               IF BANK-CODE = RETURN-BANK-CODE
                   AND BANK-ACCOUNT-NUMBER = RETURN-ACCOUNT
                   MOVE "Y" TO ACCOUNT-FOUND
                   MOVE "Y" TO DONE-WITH-EMPLOYEE
               END-IF
           END-IF.

      *Keyed by the payment run date, so two accounts of the same
      *employee returned from one run make one check for the sum.
       QUEUE-THE-REISSUE.
       MOVE RETURN-EMPLOYEE-ID TO CHKREQ-EMPLOYEE-ID.
       MOVE "B" TO CHKREQ-REASON.
       MOVE SPACES TO CHKREQ-REFERENCE.
       MOVE PAYMENT-RUN-DATE-HELD TO CHKREQ-REFERENCE.
       READ CHECK-REQUEST-FILE RECORD
           INVALID KEY
               MOVE RETURNED-AMOUNT TO CHKREQ-AMOUNT
               MOVE TODAYS-DATE TO CHKREQ-REQUEST-DATE
               WRITE CHECK-REQUEST-RECORD
                   INVALID KEY
                       DISPLAY "Error queueing a check for "
                           RETURN-EMPLOYEE-ID "."
               END-WRITE
           NOT INVALID KEY
               ADD RETURNED-AMOUNT TO CHKREQ-AMOUNT
               REWRITE CHECK-REQUEST-RECORD
                   INVALID KEY
                       DISPLAY "Error queueing a check for "
                           RETURN-EMPLOYEE-ID "."
               END-REWRITE
       END-READ.

       QUEUE-AN-EXCEPTION.
       MOVE "BANKRETURN" TO EQ-SOURCE.
       MOVE RETURN-EMPLOYEE-ID TO EQ-EMPLOYEE-ID.
       CALL "ExceptionQueueService" USING EQ-SOURCE
           EQ-EMPLOYEE-ID EQ-SEVERITY EQ-TEXT EQ-STATUS.

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

       READ-NEXT-RETURN.
       READ BANK-RETURN-FILE
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-PAYMENT-LINE.
       READ PAYMENT-FILE
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM EmployeeBankReturns.
