       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeGarnishmentRemittance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "NetPayPhysicalFile.cbl".
       COPY "PayLinePhysicalFile.cbl".
       COPY "GarnishmentPhysicalFile.cbl".
       COPY "GarnishPayeePhysicalFile.cbl".
       COPY "GarnishRemitPhysicalFile.cbl".
       COPY "CheckRequestPhysicalFile.cbl".

       SELECT SORT-WORK-FILE
       ASSIGN TO "remitsort.tmp".

      *The bank's payment file for the courts and agencies paid by
      *deposit, laid out like payments.dat: an H header, one D line
      *per payee per period, and a T trailer hashing the amounts and
      *account numbers.
       SELECT REMIT-PAYMENT-FILE
       ASSIGN TO "remitpay.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "NetPayLogicFile.cbl".
       COPY "PayLineLogicFile.cbl".
       COPY "GarnishmentLogicFile.cbl".
       COPY "GarnishPayeeLogicFile.cbl".
       COPY "GarnishRemitLogicFile.cbl".
       COPY "CheckRequestLogicFile.cbl".

      *Each order's withholding this pay run, sorted so every
      *payee's period comes together as one remittance.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-PAYEE-CODE PIC X(4).
           05  SORT-PERIOD PIC 9(6).
           05  SORT-EMPLOYEE-ID PIC 9(6).
           05  SORT-ORDER-NUMBER PIC X(10).
           05  SORT-AMOUNT PIC 9(7)V99.

       FD REMIT-PAYMENT-FILE.
       01 REMIT-PAYMENT-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  NET-PAY-STATUS PIC X(2).
       01  PAY-LINE-STATUS PIC X(2).
       01  GARNISHMENT-FILE-STATUS PIC X(2).
       01  GARNISH-PAYEE-STATUS PIC X(2).
       01  GARNISH-REMIT-STATUS PIC X(2).
       01  CHECK-REQUEST-STATUS PIC X(2).
       01  READ-ALL PIC X.
       77  RECORD-FOUND PIC X.
       77  GROUP-IS-OPEN PIC X.
       77  ALREADY-REMITTED PIC X.
       01  TODAYS-DATE PIC 9(8).
       01  HELD-REASON PIC X(40).

       01  GROUP-PAYEE-CODE PIC X(4).
       01  GROUP-PERIOD PIC 9(6).
       01  GROUP-TOTAL PIC 9(7)V99.
       01  GROUP-ORDERS PIC 9(5).

       01  REMITTANCES-MADE PIC 9(5) VALUE ZERO.
       01  REMITTANCES-SKIPPED PIC 9(5) VALUE ZERO.
       01  ORDERS-HELD PIC 9(5) VALUE ZERO.
       01  REMITTED-TOTAL PIC 9(9)V99 VALUE ZERO.
       01  HELD-TOTAL PIC 9(9)V99 VALUE ZERO.
       01  DEPOSIT-COUNT PIC 9(6) VALUE ZERO.
       01  AMOUNT-HASH PIC 9(11)V99 VALUE ZERO.
       01  ACCOUNT-HASH PIC 9(15) VALUE ZERO.
       01  COUNT-DISPLAY PIC Z(4)9.
       01  TOTAL-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.

       01  HEADER-LINE.
           05  FILLER PIC X(1) VALUE "H".
           05  FILLER PIC X(1) VALUE SPACES.
           05  HDR-RUN-DATE PIC 9(8).

       01  DETAIL-LINE.
           05  FILLER PIC X(1) VALUE "D".
           05  FILLER PIC X(1) VALUE SPACES.
           05  DTL-PAYEE-CODE PIC X(4).
           05  FILLER PIC X(1) VALUE SPACES.
           05  DTL-PERIOD PIC 9(6).
           05  FILLER PIC X(1) VALUE SPACES.
           05  DTL-BANK-CODE PIC X(4).
           05  FILLER PIC X(1) VALUE SPACES.
           05  DTL-ACCOUNT PIC 9(10).
           05  FILLER PIC X(1) VALUE SPACES.
           05  DTL-AMOUNT PIC 9(7)V99.

       01  TRAILER-LINE.
           05  FILLER PIC X(1) VALUE "T".
           05  FILLER PIC X(1) VALUE SPACES.
           05  TRL-COUNT PIC 9(6).
           05  FILLER PIC X(1) VALUE SPACES.
           05  TRL-AMOUNT-HASH PIC 9(11)V99.
           05  FILLER PIC X(1) VALUE SPACES.
           05  TRL-ACCOUNT-HASH PIC 9(15).

       01  ADVICE-HEADING.
           05  FILLER PIC X(10) VALUE "EMPLOYEE".
           05  FILLER PIC X(53) VALUE "NAME".
           05  FILLER PIC X(14) VALUE "ORDER NUMBER".
           05  FILLER PIC X(14) VALUE "AMOUNT".

       01  ADVICE-LINE.
           05  AL-EMPLOYEE-ID PIC 9(6).
           05  FILLER PIC X(4) VALUE SPACES.
           05  AL-NAME PIC X(51).
           05  FILLER PIC X(2) VALUE SPACES.
           05  AL-ORDER-NUMBER PIC X(10).
           05  FILLER PIC X(2) VALUE SPACES.
           05  AL-AMOUNT PIC Z,ZZZ,ZZ9.99.

       01  ADVICE-TEXT PIC X(132).
       01  AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.

       77  EQ-SOURCE PIC X(20) VALUE "GARNREMIT".
       77  EQ-EMPLOYEE-ID PIC 9(6).
       77  EQ-SEVERITY PIC X(1).
       77  EQ-TEXT PIC X(40).
       77  EQ-STATUS PIC X(2).

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "garnremit".
       77  RW-TITLE PIC X(60)
           VALUE "GARNISHMENT REMITTANCE ADVICE".
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Pays the garnishments withheld in the current pay run over to
      *the courts and agencies that issued them. Each order's
      *garnishment line in paylines.dat is taken to the payee its
      *order names on garnish.dat and totalled per payee per pay
      *period. Each payee gets a remittance advice page listing
      *every employee and order in the total, and is paid by a D
      *line on remitpay.dat or a check request for the check print
      *run, as the payee master says. Every amount remitted is kept
      *on garnremit.dat; a payee and period already there is not
      *paid again. Money for an order with no payee, or an inactive
      *one, is held and queued to the exception workbench.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           PERFORM OPEN-THE-REPORT
           PERFORM WRITE-THE-HEADER
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-PAYEE-CODE SORT-PERIOD
                   SORT-EMPLOYEE-ID SORT-ORDER-NUMBER
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS REMIT-THE-PAYEES
           PERFORM WRITE-THE-TRAILER
           PERFORM CLOSE-THE-REPORT.
       PERFORM CLOSING-PROCEDURE.
       IF RETURN-CODE = ZERO
           MOVE REMITTANCES-MADE TO COUNT-DISPLAY
           MOVE REMITTED-TOTAL TO TOTAL-DISPLAY
           DISPLAY "Remittances made: " COUNT-DISPLAY
               " totalling " TOTAL-DISPLAY "."
           MOVE REMITTANCES-SKIPPED TO COUNT-DISPLAY
           DISPLAY "Payee periods already remitted: "
               COUNT-DISPLAY
           MOVE ORDERS-HELD TO COUNT-DISPLAY
           MOVE HELD-TOTAL TO TOTAL-DISPLAY
           DISPLAY "Orders held with no payee to pay: "
               COUNT-DISPLAY " totalling " TOTAL-DISPLAY ".".
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       OPEN INPUT PAY-LINE-FILE.
       IF PAY-LINE-STATUS NOT = "00"
           DISPLAY "No paylines.dat on file - run the pay"
               " calculation first."
           MOVE 1 TO RETURN-CODE.
       IF RETURN-CODE = ZERO
           OPEN INPUT NET-PAY-FILE
           IF NET-PAY-STATUS NOT = "00"
               DISPLAY "No netpay.dat on file - run the pay"
                   " calculation first."
               MOVE 1 TO RETURN-CODE
               CLOSE PAY-LINE-FILE
           END-IF
       END-IF.
       IF RETURN-CODE = ZERO
           OPEN INPUT GARNISHMENT-FILE
           IF GARNISHMENT-FILE-STATUS NOT = "00"
               DISPLAY "No garnishment orders on file - nothing to"
                   " remit."
               MOVE 1 TO RETURN-CODE
               CLOSE PAY-LINE-FILE
               CLOSE NET-PAY-FILE
           END-IF
       END-IF.
       IF RETURN-CODE = ZERO
           OPEN INPUT GARNISH-PAYEE-FILE
           IF GARNISH-PAYEE-STATUS NOT = "00"
               DISPLAY "No garnpayee.dat on file - set up the"
                   " payees before remitting."
               MOVE 1 TO RETURN-CODE
               CLOSE PAY-LINE-FILE
               CLOSE NET-PAY-FILE
               CLOSE GARNISHMENT-FILE
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
               CLOSE PAY-LINE-FILE
               CLOSE NET-PAY-FILE
               CLOSE GARNISHMENT-FILE
               CLOSE GARNISH-PAYEE-FILE
           END-IF
       END-IF.
      *The remittance history and the check request queue are built
      *the first time they are needed, the same way EMPLOYEES-FILE
      *is.
       IF RETURN-CODE = ZERO
           OPEN I-O GARNISH-REMIT-FILE
           IF GARNISH-REMIT-STATUS = "35"
               OPEN OUTPUT GARNISH-REMIT-FILE
               CLOSE GARNISH-REMIT-FILE
               OPEN I-O GARNISH-REMIT-FILE
           END-IF
           OPEN I-O CHECK-REQUEST-FILE
           IF CHECK-REQUEST-STATUS = "35"
               OPEN OUTPUT CHECK-REQUEST-FILE
               CLOSE CHECK-REQUEST-FILE
               OPEN I-O CHECK-REQUEST-FILE
           END-IF
           IF GARNISH-REMIT-STATUS NOT = "00"
               OR CHECK-REQUEST-STATUS NOT = "00"
               DISPLAY "Error opening garnremit.dat or checkreq.dat,"
                   " status codes " GARNISH-REMIT-STATUS " "
                   CHECK-REQUEST-STATUS "."
               MOVE 1 TO RETURN-CODE
               CLOSE PAY-LINE-FILE
               CLOSE NET-PAY-FILE
               CLOSE GARNISHMENT-FILE
               CLOSE GARNISH-PAYEE-FILE
               CLOSE EMPLOYEES-FILE
           END-IF
       END-IF.
       IF RETURN-CODE = ZERO
           OPEN OUTPUT REMIT-PAYMENT-FILE.

       CLOSING-PROCEDURE.
       IF RETURN-CODE = ZERO
           CLOSE PAY-LINE-FILE
           CLOSE NET-PAY-FILE
           CLOSE GARNISHMENT-FILE
           CLOSE GARNISH-PAYEE-FILE
           CLOSE EMPLOYEES-FILE
           CLOSE GARNISH-REMIT-FILE
           CLOSE CHECK-REQUEST-FILE
           CLOSE REMIT-PAYMENT-FILE.

       LOAD-SORT-FILE.
       MOVE ZERO TO NETPAY-EMPLOYEE-ID.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-PAY-LINE.
       PERFORM RELEASE-ONE-PAY-LINE
           UNTIL READ-ALL = "1".

      *Only what was actually withheld is remitted - a short period
      *pays over the short amount, not what the order asked for.
       RELEASE-ONE-PAY-LINE.
       IF PAYLINE-GARNISHMENT AND PAYLINE-AMOUNT > ZERO
           PERFORM ROUTE-THE-WITHHOLDING
               THRU ROUTE-THE-WITHHOLDING-EXIT.
       PERFORM READ-NEXT-PAY-LINE.

       ROUTE-THE-WITHHOLDING.
       IF NETPAY-EMPLOYEE-ID NOT = PAYLINE-EMPLOYEE-ID
           MOVE PAYLINE-EMPLOYEE-ID TO NETPAY-EMPLOYEE-ID
           READ NET-PAY-FILE RECORD
               INVALID KEY
                   MOVE ZERO TO NETPAY-PERIOD
           END-READ.
       MOVE PAYLINE-EMPLOYEE-ID TO GARNISH-EMPLOYEE-ID.
       MOVE PAYLINE-CODE TO GARNISH-ORDER-NUMBER.
       MOVE "Y" TO RECORD-FOUND.
       READ GARNISHMENT-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "N"
           MOVE "GARNISHMENT HELD - ORDER NOT ON FILE"
               TO HELD-REASON
           PERFORM HOLD-THE-WITHHOLDING
           GO TO ROUTE-THE-WITHHOLDING-EXIT.
       IF GARNISH-PAYEE-CODE = SPACES
           MOVE "GARNISHMENT HELD - ORDER HAS NO PAYEE"
               TO HELD-REASON
           PERFORM HOLD-THE-WITHHOLDING
           GO TO ROUTE-THE-WITHHOLDING-EXIT.
       MOVE GARNISH-PAYEE-CODE TO GPAYEE-CODE.
       MOVE "Y" TO RECORD-FOUND.
       READ GARNISH-PAYEE-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "N" OR NOT GPAYEE-ACTIVE
           MOVE "GARNISHMENT HELD - PAYEE NOT ACTIVE"
               TO HELD-REASON
           PERFORM HOLD-THE-WITHHOLDING
           GO TO ROUTE-THE-WITHHOLDING-EXIT.
       MOVE GARNISH-PAYEE-CODE TO SORT-PAYEE-CODE.
       MOVE NETPAY-PERIOD TO SORT-PERIOD.
       MOVE PAYLINE-EMPLOYEE-ID TO SORT-EMPLOYEE-ID.
       MOVE PAYLINE-CODE TO SORT-ORDER-NUMBER.
       MOVE PAYLINE-AMOUNT TO SORT-AMOUNT.
       RELEASE SORT-RECORD.
       ROUTE-THE-WITHHOLDING-EXIT.
       EXIT.

      *The money stays in the company's hands until payroll links
      *the order or reinstates the payee; the next run picks it up
      *only if the pay lines are still on file, so it is queued
      *for someone to see.
       HOLD-THE-WITHHOLDING.
       ADD 1 TO ORDERS-HELD.
       ADD PAYLINE-AMOUNT TO HELD-TOTAL.
       MOVE PAYLINE-EMPLOYEE-ID TO EQ-EMPLOYEE-ID.
       MOVE "E" TO EQ-SEVERITY.
       MOVE HELD-REASON TO EQ-TEXT.
       CALL "ExceptionQueueService" USING EQ-SOURCE
           EQ-EMPLOYEE-ID EQ-SEVERITY EQ-TEXT EQ-STATUS.

       REMIT-THE-PAYEES.
       MOVE "N" TO GROUP-IS-OPEN.
       MOVE "0" TO READ-ALL.
       PERFORM RETURN-NEXT-SORTED-RECORD.
       PERFORM REMIT-ONE-WITHHOLDING
           UNTIL READ-ALL = "1".
       IF GROUP-IS-OPEN = "Y"
           PERFORM FINISH-THE-REMITTANCE
               THRU FINISH-THE-REMITTANCE-EXIT.

       REMIT-ONE-WITHHOLDING.
       IF GROUP-IS-OPEN = "N"
           OR SORT-PAYEE-CODE NOT = GROUP-PAYEE-CODE
           OR SORT-PERIOD NOT = GROUP-PERIOD
           PERFORM START-THE-REMITTANCE.
       IF ALREADY-REMITTED = "N"
           PERFORM LIST-THE-WITHHOLDING.
       PERFORM RETURN-NEXT-SORTED-RECORD.

       START-THE-REMITTANCE.
       IF GROUP-IS-OPEN = "Y"
           PERFORM FINISH-THE-REMITTANCE
               THRU FINISH-THE-REMITTANCE-EXIT.
       MOVE SORT-PAYEE-CODE TO GROUP-PAYEE-CODE.
       MOVE SORT-PERIOD TO GROUP-PERIOD.
       MOVE ZERO TO GROUP-TOTAL GROUP-ORDERS.
       MOVE "Y" TO GROUP-IS-OPEN.
       PERFORM CHECK-ALREADY-REMITTED
           THRU CHECK-ALREADY-REMITTED-EXIT.
       MOVE GROUP-PAYEE-CODE TO GPAYEE-CODE.
       READ GARNISH-PAYEE-FILE RECORD
           INVALID KEY
               MOVE SPACES TO GPAYEE-NAME GPAYEE-STREET
                   GPAYEE-CITY GPAYEE-POSTAL-CODE
       END-READ.
       IF ALREADY-REMITTED = "Y"
           ADD 1 TO REMITTANCES-SKIPPED
           DISPLAY "Payee " GROUP-PAYEE-CODE " period "
               GROUP-PERIOD " already remitted on "
               GREMIT-REMIT-DATE " - not paid again."
       ELSE
           PERFORM PRINT-THE-PAYEE-HEADING.

      *Any history for the payee and period means this period's
      *money has already gone to them.
       CHECK-ALREADY-REMITTED.
       MOVE "N" TO ALREADY-REMITTED.
       MOVE GROUP-PAYEE-CODE TO GREMIT-PAYEE-CODE.
       MOVE GROUP-PERIOD TO GREMIT-PERIOD.
       MOVE ZERO TO GREMIT-EMPLOYEE-ID.
       MOVE SPACES TO GREMIT-ORDER-NUMBER.
       START GARNISH-REMIT-FILE
           KEY IS NOT LESS THAN GREMIT-KEY
           INVALID KEY
               GO TO CHECK-ALREADY-REMITTED-EXIT
       END-START.
       READ GARNISH-REMIT-FILE NEXT RECORD
           AT END
               GO TO CHECK-ALREADY-REMITTED-EXIT
       END-READ.
       IF GREMIT-PAYEE-CODE = GROUP-PAYEE-CODE
           AND GREMIT-PERIOD = GROUP-PERIOD
           MOVE "Y" TO ALREADY-REMITTED.
       CHECK-ALREADY-REMITTED-EXIT.
       EXIT.

       PRINT-THE-PAYEE-HEADING.
       MOVE SPACES TO ADVICE-TEXT.
       STRING "REMITTANCE TO " GPAYEE-CODE "  " GPAYEE-NAME
           DELIMITED BY SIZE INTO ADVICE-TEXT.
       PERFORM WRITE-ADVICE-TEXT.
       MOVE SPACES TO ADVICE-TEXT.
       STRING "  " GPAYEE-STREET " " GPAYEE-CITY " "
           GPAYEE-POSTAL-CODE
           DELIMITED BY SIZE INTO ADVICE-TEXT.
       PERFORM WRITE-ADVICE-TEXT.
       MOVE SPACES TO ADVICE-TEXT.
       STRING "  GARNISHMENTS WITHHELD IN PAY PERIOD " GROUP-PERIOD
           DELIMITED BY SIZE INTO ADVICE-TEXT.
       PERFORM WRITE-ADVICE-TEXT.
       MOVE SPACES TO ADVICE-TEXT.
       PERFORM WRITE-ADVICE-TEXT.

       LIST-THE-WITHHOLDING.
       MOVE SORT-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE SPACES TO EMPLOYEES-NAME
               MOVE "(NOT ON MASTER)" TO EMPLOYEES-LASTNAMES
       END-READ.
       MOVE SPACES TO ADVICE-LINE.
       MOVE SORT-EMPLOYEE-ID TO AL-EMPLOYEE-ID.
       STRING EMPLOYEES-NAME DELIMITED BY "  "
           " " DELIMITED BY SIZE
           EMPLOYEES-LASTNAMES DELIMITED BY "  "
           INTO AL-NAME.
       MOVE SORT-ORDER-NUMBER TO AL-ORDER-NUMBER.
       MOVE SORT-AMOUNT TO AL-AMOUNT.
       MOVE ADVICE-LINE TO ADVICE-TEXT.
       PERFORM WRITE-ADVICE-TEXT.
       ADD SORT-AMOUNT TO GROUP-TOTAL.
       ADD 1 TO GROUP-ORDERS.
       PERFORM RECORD-THE-REMITTANCE.

       RECORD-THE-REMITTANCE.
       MOVE SORT-PAYEE-CODE TO GREMIT-PAYEE-CODE.
       MOVE SORT-PERIOD TO GREMIT-PERIOD.
       MOVE SORT-EMPLOYEE-ID TO GREMIT-EMPLOYEE-ID.
       MOVE SORT-ORDER-NUMBER TO GREMIT-ORDER-NUMBER.
       MOVE SORT-AMOUNT TO GREMIT-AMOUNT.
       MOVE GPAYEE-METHOD TO GREMIT-METHOD.
       MOVE TODAYS-DATE TO GREMIT-REMIT-DATE.
       WRITE GARNISH-REMIT-RECORD
           INVALID KEY
               DISPLAY "Error recording the remittance for "
                   SORT-EMPLOYEE-ID " order " SORT-ORDER-NUMBER "."
       END-WRITE.

      *The payee's total goes out the way the payee master says:
      *a deposit line on the remittance bank file or a check
      *request made out to the payee.
       FINISH-THE-REMITTANCE.
       MOVE "N" TO GROUP-IS-OPEN.
       IF ALREADY-REMITTED = "Y"
           GO TO FINISH-THE-REMITTANCE-EXIT.
       MOVE SPACES TO ADVICE-TEXT.
       PERFORM WRITE-ADVICE-TEXT.
       MOVE GROUP-TOTAL TO AMOUNT-DISPLAY.
       MOVE SPACES TO ADVICE-TEXT.
       IF GPAYEE-BY-DEPOSIT
           STRING "  TOTAL REMITTED " AMOUNT-DISPLAY
               "  BY DEPOSIT TO " GPAYEE-BANK-CODE " ACCOUNT "
               GPAYEE-ACCOUNT-NUMBER
               DELIMITED BY SIZE INTO ADVICE-TEXT
           PERFORM WRITE-ONE-DEPOSIT
       ELSE
           STRING "  TOTAL REMITTED " AMOUNT-DISPLAY "  BY CHECK"
               DELIMITED BY SIZE INTO ADVICE-TEXT
           PERFORM QUEUE-THE-CHECK.
       PERFORM WRITE-ADVICE-TEXT.
       ADD 1 TO REMITTANCES-MADE.
       ADD GROUP-TOTAL TO REMITTED-TOTAL.
      *Each payee's advice owns its page for mailing.
       MOVE "P" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.
       FINISH-THE-REMITTANCE-EXIT.
       EXIT.

       WRITE-ONE-DEPOSIT.
       MOVE GROUP-PAYEE-CODE TO DTL-PAYEE-CODE.
       MOVE GROUP-PERIOD TO DTL-PERIOD.
       MOVE GPAYEE-BANK-CODE TO DTL-BANK-CODE.
       MOVE GPAYEE-ACCOUNT-NUMBER TO DTL-ACCOUNT.
       MOVE GROUP-TOTAL TO DTL-AMOUNT.
       MOVE SPACES TO REMIT-PAYMENT-LINE.
       MOVE DETAIL-LINE TO REMIT-PAYMENT-LINE.
       WRITE REMIT-PAYMENT-LINE.
       ADD 1 TO DEPOSIT-COUNT.
       ADD GROUP-TOTAL TO AMOUNT-HASH.
       ADD GPAYEE-ACCOUNT-NUMBER TO ACCOUNT-HASH
           ON SIZE ERROR
      *The account hash is allowed to wrap; it only has to match
      *the bank's recomputation of the same sum.
               CONTINUE
       END-ADD.

       QUEUE-THE-CHECK.
       MOVE SPACES TO CHECK-REQUEST-RECORD.
       MOVE ZERO TO CHKREQ-EMPLOYEE-ID.
       MOVE "G" TO CHKREQ-REASON.
       STRING GROUP-PAYEE-CODE GROUP-PERIOD
           DELIMITED BY SIZE INTO CHKREQ-REFERENCE.
       MOVE GROUP-TOTAL TO CHKREQ-AMOUNT.
       MOVE TODAYS-DATE TO CHKREQ-REQUEST-DATE.
       WRITE CHECK-REQUEST-RECORD
           INVALID KEY
               REWRITE CHECK-REQUEST-RECORD
                   INVALID KEY
                       DISPLAY "Error queueing a check for payee "
                           GROUP-PAYEE-CODE "."
               END-REWRITE
       END-WRITE.

       WRITE-THE-HEADER.
       MOVE TODAYS-DATE TO HDR-RUN-DATE.
       MOVE SPACES TO REMIT-PAYMENT-LINE.
       MOVE HEADER-LINE TO REMIT-PAYMENT-LINE.
       WRITE REMIT-PAYMENT-LINE.

       WRITE-THE-TRAILER.
       MOVE DEPOSIT-COUNT TO TRL-COUNT.
       MOVE AMOUNT-HASH TO TRL-AMOUNT-HASH.
       MOVE ACCOUNT-HASH TO TRL-ACCOUNT-HASH.
       MOVE SPACES TO REMIT-PAYMENT-LINE.
       MOVE TRAILER-LINE TO REMIT-PAYMENT-LINE.
       WRITE REMIT-PAYMENT-LINE.

       OPEN-THE-REPORT.
       MOVE "O" TO RW-REQUEST.
       MOVE ADVICE-HEADING TO RW-COLUMN-HEADING.
       PERFORM CALL-THE-REPORT-WRITER.

       CLOSE-THE-REPORT.
       MOVE "C" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       WRITE-ADVICE-TEXT.
       MOVE ADVICE-TEXT TO RW-DETAIL.
       MOVE "D" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       CALL-THE-REPORT-WRITER.
       CALL "ReportWriterService" USING RW-REQUEST RW-REPORT-NAME
           RW-TITLE RW-COLUMN-HEADING RW-DETAIL RW-STATUS.

       READ-NEXT-PAY-LINE.
       READ PAY-LINE-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       RETURN-NEXT-SORTED-RECORD.
       RETURN SORT-WORK-FILE
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM EmployeeGarnishmentRemittance.
