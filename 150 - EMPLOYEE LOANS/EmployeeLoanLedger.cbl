       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeLoanLedger.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "LoanPhysicalFile.cbl".
       COPY "LoanLedgerPhysicalFile.cbl".

       SELECT LOAN-REPORT-FILE
       ASSIGN TO "loanledger.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "LoanLogicFile.cbl".
       COPY "LoanLedgerLogicFile.cbl".

       FD LOAN-REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  LOAN-FILE-STATUS PIC X(2).
       01  LOAN-LEDGER-STATUS PIC X(2).
       77  LEDGER-ON-FILE PIC X.
       01  READ-ALL PIC X.
       77  RECORD-FOUND PIC X.
       77  DONE-WITH-LOAN PIC X.
       01  TODAYS-DATE PIC 9(8).
       01  OPEN-LOANS PIC 9(4) VALUE ZERO.
       01  REPAID-LOANS PIC 9(4) VALUE ZERO.
       01  TOTAL-LENT PIC 9(9)V99 VALUE ZERO.
       01  TOTAL-OUTSTANDING PIC 9(9)V99 VALUE ZERO.
       01  COUNT-DISPLAY PIC ZZZ9.

       01  HEADING-LINE-1.
           05  FILLER PIC X(36)
               VALUE "LOAN AND ADVANCE LEDGER".
           05  FILLER PIC X(10) VALUE "RUN DATE:".
           05  HL1-RUN-DATE PIC 9(8).

       01  HEADING-LINE-2.
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(27) VALUE "NAME".
           05  FILLER PIC X(6) VALUE "LOAN".
           05  FILLER PIC X(9) VALUE "TYPE".
           05  FILLER PIC X(14) VALUE "PRINCIPAL".
           05  FILLER PIC X(12) VALUE "INSTALLMENT".
           05  FILLER PIC X(8) VALUE "FROM".
           05  FILLER PIC X(14) VALUE "REMAINING".
           05  FILLER PIC X(6) VALUE "STATUS".

       01  HEADING-LINE-3.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(10) VALUE "DATE".
           05  FILLER PIC X(8) VALUE "PERIOD".
           05  FILLER PIC X(14) VALUE "MOVEMENT".
           05  FILLER PIC X(14) VALUE "AMOUNT".
           05  FILLER PIC X(14) VALUE "BALANCE".
           05  FILLER PIC X(20) VALUE "BY".

       01  LOAN-LINE.
           05  LL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  LL-NAME PIC X(25).
           05  FILLER PIC X(2) VALUE SPACES.
           05  LL-LOAN PIC 9(3).
           05  FILLER PIC X(3) VALUE SPACES.
           05  LL-TYPE PIC X(7).
           05  FILLER PIC X(2) VALUE SPACES.
           05  LL-PRINCIPAL PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  LL-INSTALLMENT PIC ZZ,ZZ9.99.
           05  FILLER PIC X(3) VALUE SPACES.
           05  LL-START PIC 9(6).
           05  FILLER PIC X(2) VALUE SPACES.
           05  LL-REMAINING PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  LL-STATUS PIC X(6).

       01  ENTRY-LINE.
           05  FILLER PIC X(10) VALUE SPACES.
           05  EL-DATE PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  EL-PERIOD PIC 9(6).
           05  FILLER PIC X(2) VALUE SPACES.
           05  EL-KIND PIC X(12).
           05  FILLER PIC X(2) VALUE SPACES.
           05  EL-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  EL-BALANCE PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  EL-BY PIC X(20).

       01  TOTAL-LINE-1.
           05  FILLER PIC X(30) VALUE "TOTAL LENT, ALL LOANS:".
           05  TL-LENT PIC ZZZ,ZZZ,ZZ9.99.

       01  TOTAL-LINE-2.
           05  FILLER PIC X(30) VALUE "TOTAL OUTSTANDING:".
           05  TL-OUTSTANDING PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *Every salary advance and staff loan on file in employee order
      *- the file key already rides employee then loan number - each
      *followed by its ledger: the grant, every installment a posted
      *pay run took, and any recovery from final pay, with the
      *balance each one left. Repaid loans stay listed; the ledger
      *is the proof they were repaid.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           PERFORM WRITE-THE-HEADINGS
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-LOAN
           PERFORM REPORT-ONE-LOAN
               UNTIL READ-ALL = "1"
           PERFORM WRITE-THE-TOTALS.
       PERFORM CLOSING-PROCEDURE.
       IF RETURN-CODE = ZERO
           MOVE OPEN-LOANS TO COUNT-DISPLAY
           DISPLAY "Loan ledger written: " COUNT-DISPLAY
               " open loans."
           MOVE REPAID-LOANS TO COUNT-DISPLAY
           DISPLAY "Repaid loans listed: " COUNT-DISPLAY.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
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
           MOVE 1 TO RETURN-CODE.
       IF RETURN-CODE = ZERO
           OPEN INPUT LOAN-FILE
           IF LOAN-FILE-STATUS NOT = "00"
               DISPLAY "No loans on file - nothing to report."
               MOVE 1 TO RETURN-CODE
           END-IF
       END-IF.
       IF RETURN-CODE = ZERO
           MOVE "Y" TO LEDGER-ON-FILE
           OPEN INPUT LOAN-LEDGER-FILE
           IF LOAN-LEDGER-STATUS NOT = "00"
               MOVE "N" TO LEDGER-ON-FILE
           END-IF
           OPEN OUTPUT LOAN-REPORT-FILE.

       CLOSING-PROCEDURE.
       CLOSE EMPLOYEES-FILE.
       IF RETURN-CODE = ZERO
           CLOSE LOAN-FILE
           CLOSE LOAN-REPORT-FILE
           IF LEDGER-ON-FILE = "Y"
               CLOSE LOAN-LEDGER-FILE
           END-IF.

       WRITE-THE-HEADINGS.
       MOVE TODAYS-DATE TO HL1-RUN-DATE.
       MOVE SPACES TO REPORT-LINE.
       MOVE HEADING-LINE-1 TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       MOVE HEADING-LINE-2 TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       MOVE HEADING-LINE-3 TO REPORT-LINE.
       WRITE REPORT-LINE.

       REPORT-ONE-LOAN.
       MOVE SPACES TO LOAN-LINE.
       MOVE LOAN-EMPLOYEE-ID TO LL-ID.
       MOVE LOAN-EMPLOYEE-ID TO EMPLOYEES-ID.
       MOVE "Y" TO RECORD-FOUND.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "Y"
           MOVE EMPLOYEES-NAME TO LL-NAME
       ELSE
           MOVE "(NOT ON MASTER)" TO LL-NAME.
       MOVE LOAN-NUMBER TO LL-LOAN.
       IF LOAN-ADVANCE
           MOVE "ADVANCE" TO LL-TYPE
       ELSE
           MOVE "LOAN" TO LL-TYPE.
       MOVE LOAN-PRINCIPAL TO LL-PRINCIPAL.
       MOVE LOAN-INSTALLMENT TO LL-INSTALLMENT.
       MOVE LOAN-START-PERIOD TO LL-START.
       MOVE LOAN-REMAINING TO LL-REMAINING.
       ADD LOAN-PRINCIPAL TO TOTAL-LENT.
       IF LOAN-REPAID
           MOVE "REPAID" TO LL-STATUS
           ADD 1 TO REPAID-LOANS
       ELSE
           MOVE "OPEN" TO LL-STATUS
           ADD 1 TO OPEN-LOANS
           ADD LOAN-REMAINING TO TOTAL-OUTSTANDING.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE LOAN-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       IF LEDGER-ON-FILE = "Y"
           PERFORM REPORT-THE-LEDGER THRU REPORT-THE-LEDGER-EXIT.
       PERFORM READ-NEXT-LOAN.

       REPORT-THE-LEDGER.
       MOVE LOAN-EMPLOYEE-ID TO LOANLEDG-EMPLOYEE-ID.
       MOVE LOAN-NUMBER TO LOANLEDG-LOAN-NUMBER.
       MOVE ZERO TO LOANLEDG-ENTRY.
       START LOAN-LEDGER-FILE
           KEY IS NOT LESS THAN LOANLEDG-KEY
           INVALID KEY
               GO TO REPORT-THE-LEDGER-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-LOAN.
       PERFORM REPORT-ONE-LEDGER-ENTRY
           UNTIL DONE-WITH-LOAN = "Y".
       REPORT-THE-LEDGER-EXIT.
       EXIT.

       REPORT-ONE-LEDGER-ENTRY.
       READ LOAN-LEDGER-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-LOAN
       END-READ.
       IF DONE-WITH-LOAN = "N"
           IF LOANLEDG-EMPLOYEE-ID NOT = LOAN-EMPLOYEE-ID
               OR LOANLEDG-LOAN-NUMBER NOT = LOAN-NUMBER
               MOVE "Y" TO DONE-WITH-LOAN
           ELSE
               PERFORM WRITE-ONE-ENTRY-LINE
           END-IF.

       WRITE-ONE-ENTRY-LINE.
       MOVE SPACES TO ENTRY-LINE.
       MOVE LOANLEDG-DATE TO EL-DATE.
       MOVE LOANLEDG-PERIOD TO EL-PERIOD.
       EVALUATE TRUE
           WHEN LOANLEDG-GRANTED
               MOVE "GRANTED" TO EL-KIND
           WHEN LOANLEDG-INSTALLMENT
               MOVE "INSTALLMENT" TO EL-KIND
           WHEN LOANLEDG-FINAL-PAY
               MOVE "FINAL PAY" TO EL-KIND
           WHEN OTHER
               MOVE LOANLEDG-KIND TO EL-KIND
       END-EVALUATE.
       MOVE LOANLEDG-AMOUNT TO EL-AMOUNT.
       MOVE LOANLEDG-BALANCE TO EL-BALANCE.
       MOVE LOANLEDG-BY TO EL-BY.
       MOVE SPACES TO REPORT-LINE.
       MOVE ENTRY-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.

       WRITE-THE-TOTALS.
       MOVE TOTAL-LENT TO TL-LENT.
       MOVE TOTAL-OUTSTANDING TO TL-OUTSTANDING.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE TOTAL-LINE-1 TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE TOTAL-LINE-2 TO REPORT-LINE.
       WRITE REPORT-LINE.

       READ-NEXT-LOAN.
       READ LOAN-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM EmployeeLoanLedger.
