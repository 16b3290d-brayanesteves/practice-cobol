       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeCheckPrint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "CheckRequestPhysicalFile.cbl".
       COPY "CheckRegisterPhysicalFile.cbl".
       COPY "CheckNumberPhysicalFile.cbl".
       COPY "GarnishPayeePhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "CheckRequestLogicFile.cbl".
       COPY "CheckRegisterLogicFile.cbl".
       COPY "CheckNumberLogicFile.cbl".
       COPY "GarnishPayeeLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  CHECK-REQUEST-STATUS PIC X(2).
       01  CHECK-REGISTER-STATUS PIC X(2).
       01  CHECK-NUMBER-STATUS PIC X(2).
       01  GARNISH-PAYEE-STATUS PIC X(2).
       77  PAYEES-ON-FILE PIC X.
       01  READ-ALL PIC X.
       77  DONE-WITH-EMPLOYEE PIC X.
       77  ALREADY-PAID PIC X.
       77  CHECK-WRITTEN PIC X.
       01  TODAYS-DATE PIC 9(8).
       01  NEXT-CHECK-NUMBER PIC 9(8).
       01  ALREADY-PAID-NUMBER PIC 9(8).
      *Where numbering starts the first time checks are printed -
      *the first number on the blank check stock - unless
      *CHECK_START_NUMBER in the environment says otherwise.
       01  CHECK-START-NUMBER PIC 9(8) VALUE 1.
       01  CHECK-START-WANTED PIC X(8) VALUE SPACES.
       01  CHECKS-PRINTED PIC 9(5) VALUE ZERO.
       01  CHECKS-SKIPPED PIC 9(5) VALUE ZERO.
       01  TOTAL-PRINTED PIC 9(9)V99 VALUE ZERO.
       01  COUNT-DISPLAY PIC Z(4)9.
       01  TOTAL-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01  AMOUNT-PROTECTED PIC *,***,**9.99.
       01  REASON-TEXT PIC X(20).
       01  CHECK-TEXT PIC X(132).

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "checks".
       77  RW-TITLE PIC X(60)
           VALUE "PAYROLL CHECKS".
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Prints a check for every payment waiting in checkreq.dat -
      *pay with no deposit account, deposits the bank returned,
      *final pay, and garnishment money owed a court or agency,
      *made out to the payee on garnpayee.dat - one per page
      *through the shared report writer,
      *numbered on from the last check in checknum.dat. Each check
      *goes into the check register as issued and its request is
      *cleared from the queue. A request already paid by a check
      *still standing in the register is cleared without printing,
      *so a rerun never pays anyone twice.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           PERFORM OPEN-THE-REPORT
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-REQUEST
           PERFORM PRINT-ONE-REQUEST
               UNTIL READ-ALL = "1"
           PERFORM CLOSE-THE-REPORT
           PERFORM SAVE-THE-LAST-CHECK-NUMBER
           CLOSE EMPLOYEES-FILE
           CLOSE CHECK-REQUEST-FILE
           CLOSE CHECK-REGISTER-FILE
           IF PAYEES-ON-FILE = "Y"
               CLOSE GARNISH-PAYEE-FILE
           END-IF
           MOVE CHECKS-PRINTED TO COUNT-DISPLAY
           MOVE TOTAL-PRINTED TO TOTAL-DISPLAY
           DISPLAY "Checks printed: " COUNT-DISPLAY
               " totalling " TOTAL-DISPLAY "."
           MOVE CHECKS-SKIPPED TO COUNT-DISPLAY
           DISPLAY "Requests already paid by check: "
               COUNT-DISPLAY.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       OPEN I-O CHECK-REQUEST-FILE.
       IF CHECK-REQUEST-STATUS NOT = "00"
           DISPLAY "No checkreq.dat on file - no checks to print."
           MOVE 1 TO RETURN-CODE.
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
               CLOSE CHECK-REQUEST-FILE
           END-IF
       END-IF.
      *The register is built the first time it is needed, the same
      *way EMPLOYEES-FILE is.
       IF RETURN-CODE = ZERO
           OPEN I-O CHECK-REGISTER-FILE
           IF CHECK-REGISTER-STATUS = "35"
               OPEN OUTPUT CHECK-REGISTER-FILE
               CLOSE CHECK-REGISTER-FILE
               OPEN I-O CHECK-REGISTER-FILE
           END-IF
           IF CHECK-REGISTER-STATUS NOT = "00"
               DISPLAY "Error opening checkreg.dat, status code "
                   CHECK-REGISTER-STATUS "."
               MOVE 1 TO RETURN-CODE
               CLOSE CHECK-REQUEST-FILE
               CLOSE EMPLOYEES-FILE
           END-IF
       END-IF.
      *Only a garnishment remittance needs the payee master.
       IF RETURN-CODE = ZERO
           MOVE "Y" TO PAYEES-ON-FILE
           OPEN INPUT GARNISH-PAYEE-FILE
           IF GARNISH-PAYEE-STATUS NOT = "00"
               MOVE "N" TO PAYEES-ON-FILE
           END-IF
           PERFORM FETCH-THE-LAST-CHECK-NUMBER.

       FETCH-THE-LAST-CHECK-NUMBER.
       ACCEPT CHECK-START-WANTED FROM ENVIRONMENT
           "CHECK_START_NUMBER".
       IF CHECK-START-WANTED NOT = SPACES
           MOVE CHECK-START-WANTED TO CHECK-START-NUMBER.
       COMPUTE NEXT-CHECK-NUMBER = CHECK-START-NUMBER - 1.
       OPEN INPUT CHECK-NUMBER-FILE.
       IF CHECK-NUMBER-STATUS = "00"
           READ CHECK-NUMBER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE LAST-CHECK-NUMBER TO NEXT-CHECK-NUMBER
           END-READ.
       CLOSE CHECK-NUMBER-FILE.

       SAVE-THE-LAST-CHECK-NUMBER.
       OPEN OUTPUT CHECK-NUMBER-FILE.
       MOVE NEXT-CHECK-NUMBER TO LAST-CHECK-NUMBER.
       WRITE CHECK-NUMBER-RECORD.
       CLOSE CHECK-NUMBER-FILE.

       PRINT-ONE-REQUEST.
       PERFORM CHECK-ALREADY-PAID THRU CHECK-ALREADY-PAID-EXIT.
       IF ALREADY-PAID = "Y"
           ADD 1 TO CHECKS-SKIPPED
           DISPLAY "Employee " CHKREQ-EMPLOYEE-ID " " CHKREQ-REASON
               " " CHKREQ-REFERENCE " already paid by check "
               ALREADY-PAID-NUMBER " - request cleared."
           DELETE CHECK-REQUEST-FILE RECORD
       ELSE
           PERFORM ISSUE-ONE-CHECK.
       PERFORM READ-NEXT-REQUEST.

      *A check still standing - issued or cleared, not voided - for
      *the same employee, reason and reference already paid this.
       CHECK-ALREADY-PAID.
       MOVE "N" TO ALREADY-PAID.
       MOVE CHKREQ-EMPLOYEE-ID TO CHECK-EMPLOYEE-ID.
       START CHECK-REGISTER-FILE
           KEY IS EQUAL TO CHECK-EMPLOYEE-ID
           INVALID KEY
               GO TO CHECK-ALREADY-PAID-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       PERFORM LOOK-AT-ONE-CHECK
           UNTIL DONE-WITH-EMPLOYEE = "Y".
       CHECK-ALREADY-PAID-EXIT.
       EXIT.

       LOOK-AT-ONE-CHECK.
       READ CHECK-REGISTER-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-READ.
       IF DONE-WITH-EMPLOYEE = "N"
           IF CHECK-EMPLOYEE-ID NOT = CHKREQ-EMPLOYEE-ID
               MOVE "Y" TO DONE-WITH-EMPLOYEE
           ELSE
               IF CHECK-REASON = CHKREQ-REASON
                   AND CHECK-REFERENCE = CHKREQ-REFERENCE
                   AND NOT CHECK-VOIDED
                   MOVE "Y" TO ALREADY-PAID
                   MOVE CHECK-NUMBER TO ALREADY-PAID-NUMBER
                   MOVE "Y" TO DONE-WITH-EMPLOYEE
               END-IF
           END-IF.

       ISSUE-ONE-CHECK.
       MOVE SPACES TO CHECK-REGISTER-RECORD.
       MOVE CHKREQ-EMPLOYEE-ID TO CHECK-EMPLOYEE-ID.
       IF CHKREQ-GARNISH-REMIT
           PERFORM FETCH-THE-GARNISHMENT-PAYEE
       ELSE
           PERFORM FETCH-THE-EMPLOYEE-PAYEE.
       MOVE CHKREQ-AMOUNT TO CHECK-AMOUNT.
       MOVE TODAYS-DATE TO CHECK-ISSUE-DATE.
       MOVE CHKREQ-REASON TO CHECK-REASON.
       MOVE CHKREQ-REFERENCE TO CHECK-REFERENCE.
       MOVE "I" TO CHECK-STATUS.
       MOVE TODAYS-DATE TO CHECK-STATUS-DATE.
       MOVE ZERO TO CHECK-REPLACES.
       MOVE ZERO TO CHECK-REPLACED-BY.
       MOVE "CHKPRINT" TO CHECK-OPERATOR.
      *A number already in the register - checknum.dat restored from
      *an old copy - is stepped over rather than printed twice.
       MOVE "N" TO CHECK-WRITTEN.
       PERFORM WRITE-THE-REGISTER-ENTRY
           UNTIL CHECK-WRITTEN = "Y".
       PERFORM PRINT-THE-CHECK.
       DELETE CHECK-REQUEST-FILE RECORD.
       ADD 1 TO CHECKS-PRINTED.
       ADD CHKREQ-AMOUNT TO TOTAL-PRINTED.

       FETCH-THE-EMPLOYEE-PAYEE.
       MOVE CHKREQ-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE SPACES TO EMPLOYEES-NAME
               MOVE SPACES TO EMPLOYEES-LASTNAMES
       END-READ.
       STRING EMPLOYEES-NAME DELIMITED BY "  "
           " " DELIMITED BY SIZE
           EMPLOYEES-LASTNAMES DELIMITED BY "  "
           INTO CHECK-PAYEE.

      *The payee code leads the request's reference.
       FETCH-THE-GARNISHMENT-PAYEE.
       MOVE SPACES TO GPAYEE-NAME.
       IF PAYEES-ON-FILE = "Y"
           MOVE CHKREQ-REFERENCE(1:4) TO GPAYEE-CODE
           READ GARNISH-PAYEE-FILE RECORD
               INVALID KEY
                   MOVE SPACES TO GPAYEE-NAME
           END-READ.
       MOVE GPAYEE-NAME TO CHECK-PAYEE.

       WRITE-THE-REGISTER-ENTRY.
       ADD 1 TO NEXT-CHECK-NUMBER.
       MOVE NEXT-CHECK-NUMBER TO CHECK-NUMBER.
       WRITE CHECK-REGISTER-RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "Y" TO CHECK-WRITTEN
       END-WRITE.

       PRINT-THE-CHECK.
       EVALUATE CHECK-REASON
           WHEN "R"
               MOVE "PAY FOR PERIOD" TO REASON-TEXT
           WHEN "B"
               MOVE "RETURNED DEPOSIT OF" TO REASON-TEXT
           WHEN "F"
               MOVE "FINAL PAY PERIOD" TO REASON-TEXT
           WHEN "G"
               MOVE "GARNISHMENTS" TO REASON-TEXT
           WHEN OTHER
               MOVE "PAYMENT" TO REASON-TEXT
       END-EVALUATE.
       MOVE CHECK-AMOUNT TO AMOUNT-PROTECTED.
       MOVE SPACES TO CHECK-TEXT.
       STRING "CHECK NUMBER " CHECK-NUMBER
           "          DATE " CHECK-ISSUE-DATE
           DELIMITED BY SIZE INTO CHECK-TEXT.
       PERFORM WRITE-CHECK-TEXT.
       MOVE SPACES TO CHECK-TEXT.
       PERFORM WRITE-CHECK-TEXT.
       MOVE SPACES TO CHECK-TEXT.
       STRING "PAY TO THE ORDER OF  " CHECK-PAYEE
           DELIMITED BY SIZE INTO CHECK-TEXT.
       PERFORM WRITE-CHECK-TEXT.
       MOVE SPACES TO CHECK-TEXT.
       STRING "THE SUM OF           " AMOUNT-PROTECTED
           DELIMITED BY SIZE INTO CHECK-TEXT.
       PERFORM WRITE-CHECK-TEXT.
       MOVE SPACES TO CHECK-TEXT.
       PERFORM WRITE-CHECK-TEXT.
       MOVE SPACES TO CHECK-TEXT.
       IF CHECK-REASON = "G"
           STRING "PAYEE " CHECK-REFERENCE(1:4) "  " REASON-TEXT
               " WITHHELD IN PERIOD " CHECK-REFERENCE(5:6)
               DELIMITED BY SIZE INTO CHECK-TEXT
       ELSE
           STRING "EMPLOYEE " CHECK-EMPLOYEE-ID "  " REASON-TEXT " "
               CHECK-REFERENCE
               DELIMITED BY SIZE INTO CHECK-TEXT.
       PERFORM WRITE-CHECK-TEXT.
      *Each check owns its page of the check stock.
       MOVE "P" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       OPEN-THE-REPORT.
       MOVE "O" TO RW-REQUEST.
       MOVE SPACES TO RW-COLUMN-HEADING.
       PERFORM CALL-THE-REPORT-WRITER.

       CLOSE-THE-REPORT.
       MOVE "C" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       WRITE-CHECK-TEXT.
       MOVE CHECK-TEXT TO RW-DETAIL.
       MOVE "D" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       CALL-THE-REPORT-WRITER.
       CALL "ReportWriterService" USING RW-REQUEST RW-REPORT-NAME
           RW-TITLE RW-COLUMN-HEADING RW-DETAIL RW-STATUS.

       READ-NEXT-REQUEST.
       READ CHECK-REQUEST-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM EmployeeCheckPrint.
