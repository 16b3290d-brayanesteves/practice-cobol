       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeCarrierInvoiceRecon.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "BenefitPlanPhysicalFile.cbl".
       COPY "BenefitEnrollPhysicalFile.cbl".
       COPY "DependentPhysicalFile.cbl".
       COPY "DependentCoverEndPhysicalFile.cbl".

      *One carrier's monthly invoice: an H header naming the carrier
      *and the month billed, a D line for every person they bill
      *for - the subscriber and each covered dependent - and a T
      *trailer carrying the line count and the total billed.
       SELECT CARRIER-INVOICE-FILE
       ASSIGN TO "carrierinvoice.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CARRIER-INVOICE-STATUS.

      *Every subscriber the invoice bills, so the second pass can
      *tell who is enrolled with us but was never billed.
       SELECT BILLED-WORK-FILE
       ASSIGN TO "carrierbill.wrk"
       ORGANIZATION IS INDEXED
       RECORD KEY IS BILLED-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS BILLED-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "BenefitPlanLogicFile.cbl".
       COPY "BenefitEnrollLogicFile.cbl".
       COPY "DependentLogicFile.cbl".
       COPY "DependentCoverEndLogicFile.cbl".

       FD CARRIER-INVOICE-FILE.
       01 CARRIER-INVOICE-RECORD.
           05 INV-RECORD-TYPE PIC X(1).
               88 INV-HEADER VALUE "H".
               88 INV-MEMBER VALUE "D".
               88 INV-TRAILER VALUE "T".
           05 FILLER PIC X(1).
           05 INV-MEMBER-DATA.
               10 INV-EMPLOYEE-ID PIC 9(6).
               10 FILLER PIC X(1).
      *S the subscriber, the employee; D a dependent they cover.
               10 INV-MEMBER-TYPE PIC X(1).
                   88 INV-SUBSCRIBER VALUE "S".
                   88 INV-DEPENDENT VALUE "D".
               10 FILLER PIC X(1).
               10 INV-MEMBER-NAME PIC X(25).
               10 FILLER PIC X(1).
      *Our plan code, as the carrier feed sent it.
               10 INV-PLAN-CODE PIC X(4).
               10 FILLER PIC X(1).
               10 INV-TIER PIC X(1).
               10 FILLER PIC X(1).
               10 INV-PREMIUM PIC 9(5)V99.
           05 INV-HEADER-DATA REDEFINES INV-MEMBER-DATA.
               10 INV-CARRIER PIC X(10).
               10 FILLER PIC X(1).
               10 INV-BILLING-MONTH PIC 9(6).
               10 FILLER PIC X(32).
           05 INV-TRAILER-DATA REDEFINES INV-MEMBER-DATA.
               10 INV-LINE-COUNT PIC 9(6).
               10 FILLER PIC X(1).
               10 INV-TOTAL-BILLED PIC 9(9)V99.
               10 FILLER PIC X(31).

       FD BILLED-WORK-FILE.
       01 BILLED-WORK-RECORD.
           05 BILLED-KEY.
               10 BILLED-EMPLOYEE-ID PIC 9(6).
               10 BILLED-PLAN-CODE PIC X(4).

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  BENEFIT-PLAN-STATUS PIC X(2).
       01  BENEFIT-ENROLL-STATUS PIC X(2).
       01  DEPENDENT-FILE-STATUS PIC X(2).
       01  CARRIER-INVOICE-STATUS PIC X(2).
       01  BILLED-WORK-STATUS PIC X(2).
       01  DEPENDENT-COVER-END-STATUS PIC X(2).
       77  READ-ALL PIC X.
       77  RECORD-FOUND PIC X.
       77  ENROLLED-IN-MONTH PIC X.
       77  DEPENDENT-FOUND PIC X.
       77  DONE-WITH-EMPLOYEE PIC X.
       01  BILLED-CARRIER PIC X(10).
       01  BILLED-MONTH PIC 9(6).
      *The billing month as a span of dates: coverage that overlaps
      *any day of it is billable.
       01  MONTH-FIRST-DATE PIC 9(8).
       01  MONTH-LAST-DATE PIC 9(8).
       01  EXPECTED-PREMIUM PIC 9(5)V99.
       01  PREMIUM-DIFFERENCE PIC S9(5)V99.
       01  LINES-READ PIC 9(6) VALUE ZERO.
       01  TOTAL-BILLED PIC 9(9)V99 VALUE ZERO.
       01  LINES-MATCHED PIC 9(6) VALUE ZERO.
       01  BILLED-NOT-ENROLLED PIC 9(6) VALUE ZERO.
       01  ENROLLED-NOT-BILLED PIC 9(6) VALUE ZERO.
       01  PREMIUMS-DIFFERING PIC 9(6) VALUE ZERO.
       01  TOTAL-NOT-ENROLLED PIC S9(9)V99 VALUE ZERO.
       01  TOTAL-NOT-BILLED PIC S9(9)V99 VALUE ZERO.
       01  TOTAL-DIFFERENCES PIC S9(9)V99 VALUE ZERO.
       01  TOTAL-TO-DISPUTE PIC S9(9)V99 VALUE ZERO.
       01  COUNT-DISPLAY PIC Z(5)9.
       01  AMOUNT-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99.

       01  HEADING-LINE.
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(26) VALUE "MEMBER".
           05  FILLER PIC X(8) VALUE "PLAN".
           05  FILLER PIC X(11) VALUE "    BILLED".
           05  FILLER PIC X(11) VALUE "  EXPECTED".
           05  FILLER PIC X(12) VALUE "  DIFFERENCE".
           05  FILLER PIC X(30) VALUE "RESULT".

       01  DETAIL-LINE.
           05  DL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-NAME PIC X(25).
           05  FILLER PIC X(1) VALUE SPACES.
           05  DL-PLAN-CODE PIC X(4).
           05  FILLER PIC X(1) VALUE SPACES.
           05  DL-TIER PIC X(1).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-BILLED PIC ZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-EXPECTED PIC ZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-DIFFERENCE PIC -ZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-RESULT PIC X(32).

       01  TOTAL-LINE.
           05  TL-LABEL PIC X(30).
           05  TL-COUNT PIC Z(5)9.
           05  FILLER PIC X(4) VALUE SPACES.
           05  TL-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "carrierrecon".
       77  RW-TITLE PIC X(60)
           VALUE "CARRIER INVOICE RECONCILIATION".
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Checks a carrier's monthly invoice line by line against our
      *own benefit enrollments and dependents as of the month
      *billed, instead of paying it as sent. The first pass works
      *down the invoice: a person billed with no coverage in force
      *that month - most often a termination the carrier never
      *actioned - a dependent we have no record of, a subscriber
      *billed twice, or a premium that differs from the plan's
      *monthly premium for the tier we enrolled them in. The second
      *pass works down our enrollments in the carrier's plans and
      *lists everyone in force that month who was not billed. The
      *billed-but-not-enrolled amounts and the premium differences
      *together are the amount to dispute; those not billed are
      *listed for the carrier to correct but are not disputed.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
       IF RETURN-CODE = ZERO
           PERFORM OPEN-THE-REPORT
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-INVOICE-LINE
           PERFORM MATCH-ONE-INVOICE-LINE
               UNTIL READ-ALL = "1"
           PERFORM LIST-THE-NOT-BILLED
           PERFORM PRINT-THE-TOTALS
           PERFORM CLOSE-THE-REPORT
           PERFORM CLOSING-PROCEDURE
           MOVE TOTAL-TO-DISPUTE TO AMOUNT-DISPLAY
           DISPLAY "Amount to dispute with " BILLED-CARRIER ": "
               AMOUNT-DISPLAY.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       OPEN INPUT CARRIER-INVOICE-FILE.
       IF CARRIER-INVOICE-STATUS NOT = "00"
           DISPLAY "No carrierinvoice.dat on file - nothing to"
               " reconcile."
           MOVE 1 TO RETURN-CODE
           GO TO OPENING-PROCEDURE-EXIT.
      *The header says whose invoice this is and for which month;
      *without it nothing below can be matched.
       READ CARRIER-INVOICE-FILE
           AT END
               MOVE SPACES TO CARRIER-INVOICE-RECORD
       END-READ.
       IF NOT INV-HEADER
           DISPLAY "carrierinvoice.dat does not start with a header"
               " record - nothing reconciled."
           MOVE 1 TO RETURN-CODE
           CLOSE CARRIER-INVOICE-FILE
           GO TO OPENING-PROCEDURE-EXIT.
       MOVE INV-CARRIER TO BILLED-CARRIER.
       MOVE INV-BILLING-MONTH TO BILLED-MONTH.
       COMPUTE MONTH-FIRST-DATE = INV-BILLING-MONTH * 100 + 1.
       COMPUTE MONTH-LAST-DATE = INV-BILLING-MONTH * 100 + 31.
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
           MOVE 1 TO RETURN-CODE
           CLOSE CARRIER-INVOICE-FILE
           GO TO OPENING-PROCEDURE-EXIT.
       OPEN INPUT BENEFIT-PLAN-FILE.
       IF BENEFIT-PLAN-STATUS NOT = "00"
           DISPLAY "No benefitplan.dat on file - there are no plans"
               " to reconcile against."
           MOVE 1 TO RETURN-CODE
           CLOSE CARRIER-INVOICE-FILE
           CLOSE EMPLOYEES-FILE
           GO TO OPENING-PROCEDURE-EXIT.
       OPEN INPUT BENEFIT-ENROLL-FILE.
       IF BENEFIT-ENROLL-STATUS NOT = "00"
           DISPLAY "No benefitenroll.dat on file - nobody is"
               " enrolled."
           MOVE 1 TO RETURN-CODE
           CLOSE CARRIER-INVOICE-FILE
           CLOSE EMPLOYEES-FILE
           CLOSE BENEFIT-PLAN-FILE
           GO TO OPENING-PROCEDURE-EXIT.
       OPEN OUTPUT BILLED-WORK-FILE.
       IF BILLED-WORK-STATUS NOT = "00"
           DISPLAY "Error opening carrierbill.wrk, status code "
               BILLED-WORK-STATUS "."
           MOVE 1 TO RETURN-CODE
           CLOSE CARRIER-INVOICE-FILE
           CLOSE EMPLOYEES-FILE
           CLOSE BENEFIT-PLAN-FILE
           CLOSE BENEFIT-ENROLL-FILE
           GO TO OPENING-PROCEDURE-EXIT.
      *With no dependent file, every dependent billed is one we
      *have no record of; with no cover-end file, nobody has aged
      *out of a plan yet.
       OPEN INPUT DEPENDENT-FILE.
       OPEN INPUT DEPENDENT-COVER-END-FILE.
       OPENING-PROCEDURE-EXIT.
       EXIT.

       CLOSING-PROCEDURE.
       CLOSE CARRIER-INVOICE-FILE.
       CLOSE EMPLOYEES-FILE.
       CLOSE BENEFIT-PLAN-FILE.
       CLOSE BENEFIT-ENROLL-FILE.
       CLOSE BILLED-WORK-FILE.
       IF DEPENDENT-FILE-STATUS = "00"
           CLOSE DEPENDENT-FILE.
       IF DEPENDENT-COVER-END-STATUS = "00"
           CLOSE DEPENDENT-COVER-END-FILE.

      *The trailer is only checked, not matched; any other record
      *type is not the carrier's layout and is reported as such.
       MATCH-ONE-INVOICE-LINE.
       EVALUATE TRUE
           WHEN INV-MEMBER
               ADD 1 TO LINES-READ
               ADD INV-PREMIUM TO TOTAL-BILLED
               PERFORM MATCH-ONE-MEMBER THRU MATCH-ONE-MEMBER-EXIT
           WHEN INV-TRAILER
               PERFORM CHECK-THE-TRAILER
           WHEN OTHER
               MOVE SPACES TO DETAIL-LINE
               MOVE "UNKNOWN INVOICE RECORD TYPE" TO DL-RESULT
               MOVE DETAIL-LINE TO RW-DETAIL
               PERFORM WRITE-REPORT-DETAIL
       END-EVALUATE.
       PERFORM READ-NEXT-INVOICE-LINE.

       MATCH-ONE-MEMBER.
       MOVE SPACES TO DETAIL-LINE.
       MOVE INV-EMPLOYEE-ID TO DL-ID.
       MOVE INV-MEMBER-NAME TO DL-NAME.
       MOVE INV-PLAN-CODE TO DL-PLAN-CODE.
       MOVE INV-TIER TO DL-TIER.
       MOVE INV-PREMIUM TO DL-BILLED.
       PERFORM CHECK-THE-ENROLLMENT.
       IF ENROLLED-IN-MONTH = "N"
           PERFORM REPORT-BILLED-NOT-ENROLLED
           GO TO MATCH-ONE-MEMBER-EXIT.
       IF INV-SUBSCRIBER
           PERFORM MATCH-THE-SUBSCRIBER
               THRU MATCH-THE-SUBSCRIBER-EXIT
       ELSE
           PERFORM MATCH-THE-DEPENDENT
               THRU MATCH-THE-DEPENDENT-EXIT.
       MATCH-ONE-MEMBER-EXIT.
       EXIT.

      *In force for the month: started by its last day and not
      *stopped before its first.
       CHECK-THE-ENROLLMENT.
       MOVE "N" TO ENROLLED-IN-MONTH.
       MOVE INV-EMPLOYEE-ID TO BENR-EMPLOYEE-ID.
       MOVE INV-PLAN-CODE TO BENR-PLAN-CODE.
       MOVE "Y" TO RECORD-FOUND.
       READ BENEFIT-ENROLL-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "Y"
           IF BENR-START-DATE <= MONTH-LAST-DATE
               AND (BENR-STOP-DATE = ZERO
                   OR BENR-STOP-DATE >= MONTH-FIRST-DATE)
               MOVE "Y" TO ENROLLED-IN-MONTH
           END-IF
       END-IF.

      *Everything billed for someone not covered is disputed. The
      *reason helps whoever raises it with the carrier.
       REPORT-BILLED-NOT-ENROLLED.
       MOVE INV-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE SPACES TO EMPLOYEES-STATUS
       END-READ.
       EVALUATE TRUE
           WHEN EMPLOYEES-TERMINATED
               MOVE "BILLED, EMPLOYEE TERMINATED" TO DL-RESULT
           WHEN RECORD-FOUND = "Y" AND BENR-STOP-DATE = ZERO
               MOVE "BILLED, COVERAGE NOT STARTED" TO DL-RESULT
           WHEN RECORD-FOUND = "Y"
               MOVE "BILLED, COVERAGE ENDED" TO DL-RESULT
               MOVE BENR-STOP-DATE TO DL-RESULT(24:8)
           WHEN OTHER
               MOVE "BILLED, NOT ENROLLED" TO DL-RESULT
       END-EVALUATE.
       MOVE ZERO TO DL-EXPECTED.
       MOVE INV-PREMIUM TO DL-DIFFERENCE.
       ADD 1 TO BILLED-NOT-ENROLLED.
       ADD INV-PREMIUM TO TOTAL-NOT-ENROLLED.
       MOVE DETAIL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

      *The premium is the plan's monthly premium for the tier we
      *enrolled them in, so a tier the carrier has wrong shows up
      *as a premium difference with the reason.
       MATCH-THE-SUBSCRIBER.
       MOVE INV-EMPLOYEE-ID TO BILLED-EMPLOYEE-ID.
       MOVE INV-PLAN-CODE TO BILLED-PLAN-CODE.
       WRITE BILLED-WORK-RECORD
           INVALID KEY
               MOVE "SUBSCRIBER BILLED TWICE" TO DL-RESULT
               MOVE ZERO TO DL-EXPECTED
               MOVE INV-PREMIUM TO PREMIUM-DIFFERENCE
               PERFORM REPORT-A-DIFFERENCE
               GO TO MATCH-THE-SUBSCRIBER-EXIT
       END-WRITE.
       MOVE BENR-PLAN-CODE TO BPLAN-CODE.
       MOVE BENR-TIER TO BPLAN-TIER.
       READ BENEFIT-PLAN-FILE RECORD
           INVALID KEY
               MOVE "NO PLAN TIER ON FILE TO PRICE" TO DL-RESULT
               MOVE DETAIL-LINE TO RW-DETAIL
               PERFORM WRITE-REPORT-DETAIL
               GO TO MATCH-THE-SUBSCRIBER-EXIT
       END-READ.
       MOVE BPLAN-MONTHLY-PREMIUM TO EXPECTED-PREMIUM.
       MOVE EXPECTED-PREMIUM TO DL-EXPECTED.
       COMPUTE PREMIUM-DIFFERENCE = INV-PREMIUM - EXPECTED-PREMIUM.
       IF INV-TIER NOT = BENR-TIER
           MOVE "TIER DIFFERS, OURS IS" TO DL-RESULT
           MOVE BENR-TIER TO DL-RESULT(23:1)
           PERFORM REPORT-A-DIFFERENCE
           GO TO MATCH-THE-SUBSCRIBER-EXIT.
       IF PREMIUM-DIFFERENCE NOT = ZERO
           MOVE "PREMIUM DIFFERS" TO DL-RESULT
           PERFORM REPORT-A-DIFFERENCE
           GO TO MATCH-THE-SUBSCRIBER-EXIT.
       ADD 1 TO LINES-MATCHED.
       MATCH-THE-SUBSCRIBER-EXIT.
       EXIT.

      *A dependent is priced into the subscriber's tier, so any
      *premium on a dependent's own line is a difference. The
      *dependent has to be on our file under that employee, and
      *employee-only cover covers nobody else. A child whose cover
      *ended at the plan's age limit before the month began is no
      *longer billable.
       MATCH-THE-DEPENDENT.
       MOVE ZERO TO DL-EXPECTED.
       MOVE INV-PREMIUM TO PREMIUM-DIFFERENCE.
       IF BENR-TIER = "E"
           MOVE "DEPENDENT ON EMPLOYEE-ONLY TIER" TO DL-RESULT
           PERFORM REPORT-A-DIFFERENCE
           GO TO MATCH-THE-DEPENDENT-EXIT.
       PERFORM FIND-THE-DEPENDENT THRU FIND-THE-DEPENDENT-EXIT.
       IF DEPENDENT-FOUND = "N"
           MOVE "DEPENDENT NOT ON OUR FILE" TO DL-RESULT
           PERFORM REPORT-A-DIFFERENCE
           GO TO MATCH-THE-DEPENDENT-EXIT.
       IF DEPENDENT-COVER-END-STATUS = "00"
           MOVE DEPENDENT-EMPLOYEE-ID TO DCEND-EMPLOYEE-ID
           MOVE DEPENDENT-SEQUENCE TO DCEND-SEQUENCE
           MOVE INV-PLAN-CODE TO DCEND-PLAN-CODE
           READ DEPENDENT-COVER-END-FILE RECORD
               INVALID KEY
                   MOVE SPACES TO DCEND-STATUS
           END-READ
           IF DCEND-ENDED AND DCEND-END-DATE < MONTH-FIRST-DATE
               MOVE "DEPENDENT AGED OUT" TO DL-RESULT
               MOVE DCEND-END-DATE TO DL-RESULT(20:8)
               PERFORM REPORT-A-DIFFERENCE
               GO TO MATCH-THE-DEPENDENT-EXIT
           END-IF
       END-IF.
       IF PREMIUM-DIFFERENCE NOT = ZERO
           MOVE "PREMIUM ON A DEPENDENT LINE" TO DL-RESULT
           PERFORM REPORT-A-DIFFERENCE
           GO TO MATCH-THE-DEPENDENT-EXIT.
       ADD 1 TO LINES-MATCHED.
       MATCH-THE-DEPENDENT-EXIT.
       EXIT.

      *The carrier knows dependents by the name the feed sent them.
       FIND-THE-DEPENDENT.
       MOVE "N" TO DEPENDENT-FOUND.
       IF DEPENDENT-FILE-STATUS NOT = "00"
           GO TO FIND-THE-DEPENDENT-EXIT.
       MOVE INV-EMPLOYEE-ID TO DEPENDENT-EMPLOYEE-ID.
       MOVE ZERO TO DEPENDENT-SEQUENCE.
       START DEPENDENT-FILE
           KEY IS NOT LESS THAN DEPENDENT-KEY
           INVALID KEY
               GO TO FIND-THE-DEPENDENT-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       PERFORM CHECK-ONE-DEPENDENT
           UNTIL DONE-WITH-EMPLOYEE = "Y".
       FIND-THE-DEPENDENT-EXIT.
       EXIT.

       CHECK-ONE-DEPENDENT.
       READ DEPENDENT-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-READ.
       IF DONE-WITH-EMPLOYEE = "N"
           IF DEPENDENT-EMPLOYEE-ID NOT = INV-EMPLOYEE-ID
               MOVE "Y" TO DONE-WITH-EMPLOYEE
           ELSE
               IF DEPENDENT-NAME = INV-MEMBER-NAME
                   MOVE "Y" TO DEPENDENT-FOUND
                   MOVE "Y" TO DONE-WITH-EMPLOYEE
               END-IF
           END-IF.

       REPORT-A-DIFFERENCE.
       MOVE PREMIUM-DIFFERENCE TO DL-DIFFERENCE.
       ADD 1 TO PREMIUMS-DIFFERING.
       ADD PREMIUM-DIFFERENCE TO TOTAL-DIFFERENCES.
       MOVE DETAIL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

      *A trailer that disagrees with the lines read means the file
      *is short or altered; the lines are still reconciled, but the
      *report says so first.
       CHECK-THE-TRAILER.
       IF INV-LINE-COUNT NOT = LINES-READ
           OR INV-TOTAL-BILLED NOT = TOTAL-BILLED
           MOVE SPACES TO DETAIL-LINE
           MOVE "TRAILER DISAGREES WITH LINES" TO DL-RESULT
           MOVE DETAIL-LINE TO RW-DETAIL
           PERFORM WRITE-REPORT-DETAIL
           DISPLAY "carrierinvoice.dat trailer does not agree with"
               " the lines read.".

      *Second pass: everyone in force that month in one of this
      *carrier's plans who was not billed for it.
       LIST-THE-NOT-BILLED.
       CLOSE BILLED-WORK-FILE.
       OPEN INPUT BILLED-WORK-FILE.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE "ENROLLED WITH US BUT NOT BILLED" TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE LOW-VALUES TO BENR-KEY.
       MOVE "0" TO READ-ALL.
       START BENEFIT-ENROLL-FILE
           KEY IS NOT LESS THAN BENR-KEY
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       PERFORM READ-NEXT-ENROLLMENT.
       PERFORM CHECK-ONE-ENROLLMENT
           UNTIL READ-ALL = "1".

       CHECK-ONE-ENROLLMENT.
       IF BENR-START-DATE <= MONTH-LAST-DATE
           AND (BENR-STOP-DATE = ZERO
               OR BENR-STOP-DATE >= MONTH-FIRST-DATE)
           PERFORM CHECK-ONE-IN-FORCE THRU CHECK-ONE-IN-FORCE-EXIT.
       PERFORM READ-NEXT-ENROLLMENT.

       CHECK-ONE-IN-FORCE.
       MOVE BENR-PLAN-CODE TO BPLAN-CODE.
       MOVE BENR-TIER TO BPLAN-TIER.
       READ BENEFIT-PLAN-FILE RECORD
           INVALID KEY
               GO TO CHECK-ONE-IN-FORCE-EXIT
       END-READ.
       IF BPLAN-CARRIER NOT = BILLED-CARRIER
           GO TO CHECK-ONE-IN-FORCE-EXIT.
       MOVE BENR-EMPLOYEE-ID TO BILLED-EMPLOYEE-ID.
       MOVE BENR-PLAN-CODE TO BILLED-PLAN-CODE.
       READ BILLED-WORK-FILE RECORD
           INVALID KEY
               PERFORM REPORT-NOT-BILLED
       END-READ.
       CHECK-ONE-IN-FORCE-EXIT.
       EXIT.

       REPORT-NOT-BILLED.
       MOVE SPACES TO DETAIL-LINE.
       MOVE BENR-EMPLOYEE-ID TO DL-ID.
       MOVE BENR-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE SPACES TO EMPLOYEES-LASTNAMES
       END-READ.
       MOVE EMPLOYEES-LASTNAMES TO DL-NAME.
       MOVE BENR-PLAN-CODE TO DL-PLAN-CODE.
       MOVE BENR-TIER TO DL-TIER.
       MOVE ZERO TO DL-BILLED.
       MOVE BPLAN-MONTHLY-PREMIUM TO DL-EXPECTED.
       MOVE "ENROLLED, NOT BILLED" TO DL-RESULT.
       ADD 1 TO ENROLLED-NOT-BILLED.
       ADD BPLAN-MONTHLY-PREMIUM TO TOTAL-NOT-BILLED.
       MOVE DETAIL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

       PRINT-THE-TOTALS.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE SPACES TO RW-DETAIL.
       STRING "CARRIER " BILLED-CARRIER "  MONTH BILLED "
           BILLED-MONTH DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE "LINES BILLED:" TO TL-LABEL.
       MOVE LINES-READ TO TL-COUNT.
       MOVE TOTAL-BILLED TO TL-AMOUNT.
       PERFORM WRITE-ONE-TOTAL.
       MOVE "LINES MATCHED:" TO TL-LABEL.
       MOVE LINES-MATCHED TO TL-COUNT.
       MOVE ZERO TO TL-AMOUNT.
       PERFORM WRITE-ONE-TOTAL.
       MOVE "BILLED BUT NOT ENROLLED:" TO TL-LABEL.
       MOVE BILLED-NOT-ENROLLED TO TL-COUNT.
       MOVE TOTAL-NOT-ENROLLED TO TL-AMOUNT.
       PERFORM WRITE-ONE-TOTAL.
       MOVE "PREMIUM DIFFERENCES:" TO TL-LABEL.
       MOVE PREMIUMS-DIFFERING TO TL-COUNT.
       MOVE TOTAL-DIFFERENCES TO TL-AMOUNT.
       PERFORM WRITE-ONE-TOTAL.
       MOVE "ENROLLED BUT NOT BILLED:" TO TL-LABEL.
       MOVE ENROLLED-NOT-BILLED TO TL-COUNT.
       MOVE TOTAL-NOT-BILLED TO TL-AMOUNT.
       PERFORM WRITE-ONE-TOTAL.
       ADD TOTAL-NOT-ENROLLED TOTAL-DIFFERENCES
           GIVING TOTAL-TO-DISPUTE.
       MOVE "AMOUNT TO DISPUTE:" TO TL-LABEL.
       ADD BILLED-NOT-ENROLLED PREMIUMS-DIFFERING GIVING TL-COUNT.
       MOVE TOTAL-TO-DISPUTE TO TL-AMOUNT.
       PERFORM WRITE-ONE-TOTAL.

       WRITE-ONE-TOTAL.
       MOVE TOTAL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE SPACES TO TOTAL-LINE.

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

       READ-NEXT-INVOICE-LINE.
       READ CARRIER-INVOICE-FILE
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-ENROLLMENT.
       IF READ-ALL = "0"
           READ BENEFIT-ENROLL-FILE NEXT RECORD
               AT END
                   MOVE "1" TO READ-ALL
           END-READ.

       END PROGRAM EmployeeCarrierInvoiceRecon.
