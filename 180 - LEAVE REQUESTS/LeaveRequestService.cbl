       IDENTIFICATION DIVISION.
       PROGRAM-ID. LeaveRequestService.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "LeaveRequestPhysicalFile.cbl".
       COPY "LeaveLedgerPhysicalFile.cbl".
       COPY "AbsencePhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "LeaveRequestLogicFile.cbl".
       COPY "LeaveLedgerLogicFile.cbl".
       COPY "AbsenceLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  LEAVE-REQUEST-STATUS PIC X(2).
       01  LEAVE-LEDGER-STATUS PIC X(2).
       01  ABSENCE-FILE-STATUS PIC X(2).
       77  RECORD-FOUND PIC X.
       77  SCAN-DONE PIC X.
       77  REQUEST-ON-FILE PIC X.
       01  EMPLOYEE-BRANCH PIC X(3).
       01  EMPLOYEE-MANAGER-ID PIC 9(6).
      *Vacation days already asked for and not yet decided - they
      *are spoken for, so a second request cannot spend them again.
       01  PENDING-VACATION-DAYS PIC 9(4).
       01  LEAVE-BALANCE PIC S9(4)V99.
       01  TODAYS-DATE PIC 9(8).

      *The working-day walk stops after a year of days, the same cap
      *absence entry uses.
       01  COUNT-DATE PIC 9(8).
       01  COUNT-DAYS-WALKED PIC 9(3).
       01  COUNT-DAY-CAP PIC 9(3) VALUE 366.
       01  COUNT-STOPPED PIC X.

      *Arguments for the shared date service.
       77  DS-REQUEST PIC X.
       77  DS-DATE-IN PIC 9(8).
       77  DS-DATE-OUT PIC 9(8).
       77  DS-STATUS PIC X(2).
      *Arguments for the branch calendar service.
       77  BC-BRANCH PIC X(3).
       77  BC-DATE PIC 9(8).
       77  BC-STATUS PIC X(2).

       LINKAGE SECTION.
      *S submit a request, A approve it, D decline it.
       01  LS-LR-REQUEST PIC X.
      *The request is named by the employee and its first day.
       01  LS-LR-EMPLOYEE-ID PIC 9(6).
       01  LS-LR-START-DATE PIC 9(8).
      *Submit only: the last day and the absence type.
       01  LS-LR-END-DATE PIC 9(8).
       01  LS-LR-TYPE PIC X.
      *Submit: who keyed it, SELF or an operator. Approve and
      *decline: the deciding manager's employee ID.
       01  LS-LR-ENTERED-BY PIC X(8).
       01  LS-LR-MANAGER-ID PIC 9(6).
      *Submit returns the working days counted for the range.
       01  LS-LR-DAYS PIC 9(3).
      *00 done
      *11 employee not on file or terminated, 12 no manager on the
      *master, 13 type not V, S or U, 14 dates not valid,
      *15 no working days in the range, 16 the vacation balance
      *does not cover it, 17 overlaps a pending or approved request,
      *18 no entitlement ledger record
      *21 no such request, 22 already decided, 23 not the manager
      *the request waits on
      *30 leavereqs.dat could not be opened
       01  LS-LR-STATUS PIC X(2).

       PROCEDURE DIVISION USING LS-LR-REQUEST LS-LR-EMPLOYEE-ID
           LS-LR-START-DATE LS-LR-END-DATE LS-LR-TYPE
           LS-LR-ENTERED-BY LS-LR-MANAGER-ID LS-LR-DAYS
           LS-LR-STATUS.
      *Owns the leave request file for both the kiosk and the clerk's
      *screen, so a request is judged the same way whoever keys it:
      *the days are counted on the employee's own branch calendar,
      *vacation is held against the ledger balance less whatever is
      *already waiting, and the request goes to the manager on the
      *master. Approval is the only road to absences.dat - the
      *absence is booked and the vacation taken off the ledger in
      *the same call that marks the request approved.
       PROGRAM-BEGIN.
       MOVE "00" TO LS-LR-STATUS.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
      *The request file is built the first time it is needed, the
      *same way EMPLOYEES-FILE is.
       OPEN I-O LEAVE-REQUEST-FILE.
       IF LEAVE-REQUEST-STATUS = "35"
           OPEN OUTPUT LEAVE-REQUEST-FILE
           CLOSE LEAVE-REQUEST-FILE
           OPEN I-O LEAVE-REQUEST-FILE.
       IF LEAVE-REQUEST-STATUS NOT = "00"
           MOVE "30" TO LS-LR-STATUS
           GO TO PROGRAM-DONE.
       IF LS-LR-REQUEST = "S"
           PERFORM SUBMIT-THE-REQUEST THRU SUBMIT-THE-REQUEST-EXIT
       ELSE
           PERFORM DECIDE-THE-REQUEST THRU DECIDE-THE-REQUEST-EXIT.
       CLOSE LEAVE-REQUEST-FILE.
       PROGRAM-DONE.
       GOBACK.

       SUBMIT-THE-REQUEST.
       MOVE ZERO TO LS-LR-DAYS.
       PERFORM READ-THE-EMPLOYEE.
       IF RECORD-FOUND = "N"
           MOVE "11" TO LS-LR-STATUS
           GO TO SUBMIT-THE-REQUEST-EXIT.
       IF EMPLOYEE-MANAGER-ID = ZERO
           MOVE "12" TO LS-LR-STATUS
           GO TO SUBMIT-THE-REQUEST-EXIT.
       IF LS-LR-TYPE NOT = "V" AND LS-LR-TYPE NOT = "S"
           AND LS-LR-TYPE NOT = "U"
           MOVE "13" TO LS-LR-STATUS
           GO TO SUBMIT-THE-REQUEST-EXIT.
       IF LS-LR-END-DATE < LS-LR-START-DATE
           MOVE "14" TO LS-LR-STATUS
           GO TO SUBMIT-THE-REQUEST-EXIT.
       PERFORM COUNT-THE-WORKING-DAYS.
       IF COUNT-STOPPED = "Y"
           MOVE "14" TO LS-LR-STATUS
           GO TO SUBMIT-THE-REQUEST-EXIT.
       IF LS-LR-DAYS = ZERO
           MOVE "15" TO LS-LR-STATUS
           GO TO SUBMIT-THE-REQUEST-EXIT.
       PERFORM SCAN-THE-EMPLOYEES-REQUESTS.
       IF LS-LR-STATUS NOT = "00"
           GO TO SUBMIT-THE-REQUEST-EXIT.
       IF LS-LR-TYPE = "V"
           PERFORM READ-THE-LEDGER-BALANCE
           IF LS-LR-STATUS NOT = "00"
               GO TO SUBMIT-THE-REQUEST-EXIT
           END-IF
           IF LEAVE-BALANCE - PENDING-VACATION-DAYS < LS-LR-DAYS
               MOVE "16" TO LS-LR-STATUS
               GO TO SUBMIT-THE-REQUEST-EXIT.
      *A declined request on the same first day gives way to the new
      *one; anything else on that key was caught as an overlap.
       MOVE LS-LR-EMPLOYEE-ID TO LREQ-EMPLOYEE-ID.
       MOVE LS-LR-START-DATE TO LREQ-START-DATE.
       MOVE "Y" TO REQUEST-ON-FILE.
       READ LEAVE-REQUEST-FILE RECORD
           INVALID KEY
               MOVE "N" TO REQUEST-ON-FILE
       END-READ.
       MOVE SPACES TO LEAVE-REQUEST-RECORD.
       MOVE LS-LR-EMPLOYEE-ID TO LREQ-EMPLOYEE-ID.
       MOVE LS-LR-START-DATE TO LREQ-START-DATE.
       MOVE LS-LR-END-DATE TO LREQ-END-DATE.
       MOVE LS-LR-TYPE TO LREQ-TYPE.
       MOVE LS-LR-DAYS TO LREQ-DAYS.
       MOVE EMPLOYEE-MANAGER-ID TO LREQ-MANAGER-ID.
       MOVE "P" TO LREQ-STATUS.
       MOVE LS-LR-ENTERED-BY TO LREQ-ENTERED-BY.
       MOVE TODAYS-DATE TO LREQ-ENTERED-DATE.
       MOVE ZERO TO LREQ-DECIDED-BY.
       MOVE ZERO TO LREQ-DECIDED-DATE.
       IF REQUEST-ON-FILE = "Y"
           REWRITE LEAVE-REQUEST-RECORD
       ELSE
           WRITE LEAVE-REQUEST-RECORD.
       SUBMIT-THE-REQUEST-EXIT.
       EXIT.

       READ-THE-EMPLOYEE.
      *Pulled from the environment so a test run can point at a
      *scratch copy instead of the real data file.
       ACCEPT EMPLOYEES-DATA-FILE FROM ENVIRONMENT
           "EMPLOYEES_DATA_FILE".
       IF EMPLOYEES-DATA-FILE = SPACES
           MOVE "employees.dat" TO EMPLOYEES-DATA-FILE.
       MOVE "N" TO RECORD-FOUND.
       OPEN INPUT EMPLOYEES-FILE.
       IF EMPLOYEES-FILE-STATUS = "00"
           MOVE LS-LR-EMPLOYEE-ID TO EMPLOYEES-ID
           MOVE "Y" TO RECORD-FOUND
           READ EMPLOYEES-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-READ
           IF RECORD-FOUND = "Y"
               AND EMPLOYEES-TERMINATED
               MOVE "N" TO RECORD-FOUND
           END-IF
           MOVE EMPLOYEES-BRANCH TO EMPLOYEE-BRANCH
           MOVE EMPLOYEES-MANAGER-ID TO EMPLOYEE-MANAGER-ID.
       CLOSE EMPLOYEES-FILE.

      *Weekdays in the range less the holidays at the employee's
      *branch - the same count absence entry offers its keyer.
       COUNT-THE-WORKING-DAYS.
       MOVE ZERO TO COUNT-DAYS-WALKED.
       MOVE "N" TO COUNT-STOPPED.
       MOVE LS-LR-START-DATE TO COUNT-DATE.
       PERFORM COUNT-ONE-WORKING-DAY
           UNTIL COUNT-STOPPED = "Y"
           OR COUNT-DATE > LS-LR-END-DATE
           OR COUNT-DAYS-WALKED >= COUNT-DAY-CAP.

       COUNT-ONE-WORKING-DAY.
       MOVE "W" TO DS-REQUEST.
       MOVE COUNT-DATE TO DS-DATE-IN.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.
       IF DS-STATUS NOT = "00"
           MOVE "Y" TO COUNT-STOPPED
       ELSE
           IF DS-DATE-OUT < 6
               MOVE EMPLOYEE-BRANCH TO BC-BRANCH
               MOVE COUNT-DATE TO BC-DATE
               CALL "BranchCalendarService" USING BC-BRANCH BC-DATE
                   BC-STATUS
               IF BC-STATUS NOT = "00"
                   ADD 1 TO LS-LR-DAYS
               END-IF
           END-IF
           MOVE "N" TO DS-REQUEST
           CALL "DateService" USING DS-REQUEST DS-DATE-IN
               DS-DATE-OUT DS-STATUS
           MOVE DS-DATE-OUT TO COUNT-DATE
           ADD 1 TO COUNT-DAYS-WALKED.

      *One walk of the employee's requests finds any live one the new
      *range runs into and totals the vacation still waiting.
       SCAN-THE-EMPLOYEES-REQUESTS.
       MOVE ZERO TO PENDING-VACATION-DAYS.
       MOVE LS-LR-EMPLOYEE-ID TO LREQ-EMPLOYEE-ID.
       MOVE ZEROES TO LREQ-START-DATE.
       MOVE "N" TO SCAN-DONE.
       START LEAVE-REQUEST-FILE
           KEY IS NOT LESS THAN LREQ-KEY
           INVALID KEY
               MOVE "Y" TO SCAN-DONE
       END-START.
       PERFORM JUDGE-ONE-EARLIER-REQUEST
           UNTIL SCAN-DONE = "Y".

       JUDGE-ONE-EARLIER-REQUEST.
       READ LEAVE-REQUEST-FILE NEXT RECORD
           AT END
               MOVE "Y" TO SCAN-DONE
       END-READ.
       IF SCAN-DONE = "N"
           IF LREQ-EMPLOYEE-ID NOT = LS-LR-EMPLOYEE-ID
               MOVE "Y" TO SCAN-DONE
           ELSE
               IF NOT LREQ-DECLINED
                   AND LREQ-START-DATE NOT > LS-LR-END-DATE
                   AND LREQ-END-DATE NOT < LS-LR-START-DATE
                   MOVE "17" TO LS-LR-STATUS
               END-IF
               IF LREQ-PENDING AND LREQ-VACATION
                   ADD LREQ-DAYS TO PENDING-VACATION-DAYS
               END-IF
           END-IF.

      *No ledger record means the accrual job has not seen this
      *employee yet, so there is no balance to grant vacation from.
       READ-THE-LEDGER-BALANCE.
       MOVE ZERO TO LEAVE-BALANCE.
       OPEN INPUT LEAVE-LEDGER-FILE.
       IF LEAVE-LEDGER-STATUS NOT = "00"
           MOVE "18" TO LS-LR-STATUS
       ELSE
           MOVE LS-LR-EMPLOYEE-ID TO LEDGER-EMPLOYEE-ID
           READ LEAVE-LEDGER-FILE RECORD
               INVALID KEY
                   MOVE "18" TO LS-LR-STATUS
               NOT INVALID KEY
                   COMPUTE LEAVE-BALANCE =
                       LEDGER-CARRIED-OVER + LEDGER-ACCRUED
                       - LEDGER-TAKEN
           END-READ.
       CLOSE LEAVE-LEDGER-FILE.

       DECIDE-THE-REQUEST.
       MOVE LS-LR-EMPLOYEE-ID TO LREQ-EMPLOYEE-ID.
       MOVE LS-LR-START-DATE TO LREQ-START-DATE.
       READ LEAVE-REQUEST-FILE RECORD
           INVALID KEY
               MOVE "21" TO LS-LR-STATUS
               GO TO DECIDE-THE-REQUEST-EXIT
       END-READ.
       IF NOT LREQ-PENDING
           MOVE "22" TO LS-LR-STATUS
           GO TO DECIDE-THE-REQUEST-EXIT.
       IF LREQ-MANAGER-ID NOT = LS-LR-MANAGER-ID
           MOVE "23" TO LS-LR-STATUS
           GO TO DECIDE-THE-REQUEST-EXIT.
       MOVE LREQ-DAYS TO LS-LR-DAYS.
       IF LS-LR-REQUEST = "D"
           MOVE "D" TO LREQ-STATUS
           PERFORM MARK-THE-DECISION
           GO TO DECIDE-THE-REQUEST-EXIT.
      *The balance may have moved since the request went in, so a
      *vacation is measured again before it is booked.
       IF LREQ-VACATION
           PERFORM READ-THE-LEDGER-BALANCE
           IF LS-LR-STATUS NOT = "00"
               GO TO DECIDE-THE-REQUEST-EXIT
           END-IF
           IF LEAVE-BALANCE < LREQ-DAYS
               MOVE "16" TO LS-LR-STATUS
               GO TO DECIDE-THE-REQUEST-EXIT.
       MOVE "A" TO LREQ-STATUS.
       PERFORM MARK-THE-DECISION.
       PERFORM BOOK-THE-ABSENCE.
       IF LREQ-VACATION
           PERFORM POST-TO-THE-LEDGER.
       DECIDE-THE-REQUEST-EXIT.
       EXIT.

       MARK-THE-DECISION.
       MOVE LS-LR-MANAGER-ID TO LREQ-DECIDED-BY.
       MOVE TODAYS-DATE TO LREQ-DECIDED-DATE.
       REWRITE LEAVE-REQUEST-RECORD.

       BOOK-THE-ABSENCE.
       OPEN EXTEND ABSENCE-FILE.
       MOVE SPACES TO ABSENCE-RECORD.
       MOVE LREQ-EMPLOYEE-ID TO ABSENCE-EMPLOYEE-ID.
       MOVE LREQ-TYPE TO ABSENCE-TYPE.
       MOVE LREQ-START-DATE TO ABSENCE-START-DATE.
       MOVE LREQ-END-DATE TO ABSENCE-END-DATE.
       MOVE LREQ-DAYS TO ABSENCE-DAYS.
       WRITE ABSENCE-RECORD.
       CLOSE ABSENCE-FILE.

      *Vacation comes off the entitlement as it is booked, the same
      *way absence entry posts it.
       POST-TO-THE-LEDGER.
       OPEN I-O LEAVE-LEDGER-FILE.
       IF LEAVE-LEDGER-STATUS = "00"
           MOVE LREQ-EMPLOYEE-ID TO LEDGER-EMPLOYEE-ID
           READ LEAVE-LEDGER-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD LREQ-DAYS TO LEDGER-TAKEN
                   REWRITE LEDGER-RECORD
           END-READ.
       CLOSE LEAVE-LEDGER-FILE.

       END PROGRAM LeaveRequestService.
