       IDENTIFICATION DIVISION.
       PROGRAM-ID. LeaveRequestEntry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "LeaveRequestPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "LeaveRequestLogicFile.cbl".
       COPY "SessionLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  LEAVE-REQUEST-STATUS PIC X(2).
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
       77  ANOTHER-EMPLOYEE PIC X VALUE "Y".
       77  KEY-A-REQUEST PIC X.
       77  RECORD-FOUND PIC X.
       77  SCAN-DONE PIC X.
       77  REQUEST-COUNT PIC 9(3).
       01  WORKING-EMPLOYEE-ID PIC 9(6).
       01  STATUS-WORDS PIC X(8).

      *Arguments for the leave request service, which judges and
      *files every request whoever keys it.
       77  LR-REQUEST PIC X.
       77  LR-EMPLOYEE-ID PIC 9(6).
       77  LR-START-DATE PIC 9(8).
       77  LR-END-DATE PIC 9(8).
       77  LR-TYPE PIC X.
       77  LR-ENTERED-BY PIC X(8).
       77  LR-MANAGER-ID PIC 9(6).
       77  LR-DAYS PIC 9(3).
       77  LR-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *The clerk's side of the leave request workflow: a paper form
      *handed in at the desk is keyed here on the employee's behalf
      *and goes to their manager exactly as a kiosk request does,
      *and the employee's requests are shown with where each one
      *stands. Nothing reaches absences.dat from this screen - the
      *manager's approval books it.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           PERFORM SERVE-ONE-EMPLOYEE
               UNTIL ANOTHER-EMPLOYEE NOT = "Y".
       PERFORM CLOSING-PROCEDURE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
       MOVE ZERO TO RETURN-CODE.
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
           PERFORM READ-SESSION-NOTE.
       IF SIGNED-ON-OPERATOR = SPACES
           MOVE "CLERK" TO SIGNED-ON-OPERATOR.

       CLOSING-PROCEDURE.
       IF RETURN-CODE = ZERO
           CLOSE EMPLOYEES-FILE.

       SERVE-ONE-EMPLOYEE.
       DISPLAY " ".
       DISPLAY "ENTER the employee ID the leave request is for: ".
       ACCEPT WORKING-EMPLOYEE-ID.
       MOVE WORKING-EMPLOYEE-ID TO EMPLOYEES-ID.
       MOVE "Y" TO RECORD-FOUND.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "N"
           DISPLAY "No record was found with that ID."
       ELSE
           DISPLAY "LEAVE REQUESTS FOR: " EMPLOYEES-NAME " "
               EMPLOYEES-LASTNAMES
           PERFORM LIST-THE-REQUESTS
           DISPLAY "Key a new request for them (Y/N)?"
           ACCEPT KEY-A-REQUEST
           IF KEY-A-REQUEST = "Y" OR KEY-A-REQUEST = "y"
               PERFORM KEY-ONE-REQUEST
           END-IF.
       DISPLAY "Another employee (Y/N)?".
       ACCEPT ANOTHER-EMPLOYEE.
       IF ANOTHER-EMPLOYEE = "y"
           MOVE "Y" TO ANOTHER-EMPLOYEE.

       KEY-ONE-REQUEST.
       DISPLAY "ENTER the absence type - V vacation, S sick,"
           " U unpaid: ".
       ACCEPT LR-TYPE.
       IF LR-TYPE = "v"
           MOVE "V" TO LR-TYPE.
       IF LR-TYPE = "s"
           MOVE "S" TO LR-TYPE.
       IF LR-TYPE = "u"
           MOVE "U" TO LR-TYPE.
       DISPLAY "ENTER the first day away (YYYYMMDD): ".
       ACCEPT LR-START-DATE.
       DISPLAY "ENTER the last day away (YYYYMMDD): ".
       ACCEPT LR-END-DATE.
       MOVE "S" TO LR-REQUEST.
       MOVE WORKING-EMPLOYEE-ID TO LR-EMPLOYEE-ID.
       MOVE SIGNED-ON-OPERATOR TO LR-ENTERED-BY.
       MOVE ZERO TO LR-MANAGER-ID.
       CALL "LeaveRequestService" USING LR-REQUEST LR-EMPLOYEE-ID
           LR-START-DATE LR-END-DATE LR-TYPE LR-ENTERED-BY
           LR-MANAGER-ID LR-DAYS LR-STATUS.
       IF LR-STATUS = "00"
           DISPLAY "Request for " LR-DAYS " working days sent to"
               " manager " EMPLOYEES-MANAGER-ID " for approval."
       ELSE
           PERFORM EXPLAIN-THE-REFUSAL.

       EXPLAIN-THE-REFUSAL.
       EVALUATE LR-STATUS
           WHEN "11"
               DISPLAY "This employee is terminated - no leave can"
                   " be requested for them."
           WHEN "12"
               DISPLAY "No manager is on the master for this"
                   " employee - the request has nobody to go to."
           WHEN "13"
               DISPLAY "You must enter V, S, or U."
           WHEN "14"
               DISPLAY "The dates are not valid - request not sent."
           WHEN "15"
               DISPLAY "Those dates cover no working days at the"
                   " employee's branch."
           WHEN "16"
               DISPLAY "The vacation balance, less requests already"
                   " waiting, does not cover those days."
           WHEN "17"
               DISPLAY "Those dates run into a request already"
                   " pending or approved."
           WHEN "18"
               DISPLAY "No entitlement ledger record for this"
                   " employee - run the accrual job to start one."
           WHEN OTHER
               DISPLAY "The leave request file could not be"
                   " updated, status " LR-STATUS "."
       END-EVALUATE.

      *Every request on file for the employee, oldest first, with
      *where it stands.
       LIST-THE-REQUESTS.
       MOVE ZERO TO REQUEST-COUNT.
       OPEN INPUT LEAVE-REQUEST-FILE.
       IF LEAVE-REQUEST-STATUS = "00"
           MOVE WORKING-EMPLOYEE-ID TO LREQ-EMPLOYEE-ID
           MOVE ZEROES TO LREQ-START-DATE
           MOVE "N" TO SCAN-DONE
           START LEAVE-REQUEST-FILE
               KEY IS NOT LESS THAN LREQ-KEY
               INVALID KEY
                   MOVE "Y" TO SCAN-DONE
           END-START
           PERFORM LIST-ONE-REQUEST
               UNTIL SCAN-DONE = "Y"
           CLOSE LEAVE-REQUEST-FILE.
       IF REQUEST-COUNT = ZERO
           DISPLAY "No leave requests on file.".

       LIST-ONE-REQUEST.
       READ LEAVE-REQUEST-FILE NEXT RECORD
           AT END
               MOVE "Y" TO SCAN-DONE
       END-READ.
       IF SCAN-DONE = "N"
           IF LREQ-EMPLOYEE-ID NOT = WORKING-EMPLOYEE-ID
               MOVE "Y" TO SCAN-DONE
           ELSE
               ADD 1 TO REQUEST-COUNT
               PERFORM SHOW-ONE-REQUEST
           END-IF.

       SHOW-ONE-REQUEST.
       EVALUATE TRUE
           WHEN LREQ-PENDING
               MOVE "PENDING" TO STATUS-WORDS
           WHEN LREQ-APPROVED
               MOVE "APPROVED" TO STATUS-WORDS
           WHEN LREQ-DECLINED
               MOVE "DECLINED" TO STATUS-WORDS
           WHEN OTHER
               MOVE LREQ-STATUS TO STATUS-WORDS
       END-EVALUATE.
       DISPLAY "  " LREQ-START-DATE " TO " LREQ-END-DATE
           " TYPE " LREQ-TYPE " DAYS " LREQ-DAYS
           " " STATUS-WORDS " MANAGER " LREQ-MANAGER-ID.

      *Picks up the identity the sign-on program left behind, so
      *each request names who keyed it.
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

       END PROGRAM LeaveRequestEntry.
