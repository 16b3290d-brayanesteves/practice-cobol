       COPY "PhysicalFile.cbl".
       COPY "PinPhysicalFile.cbl".
       COPY "LeaveLedgerPhysicalFile.cbl".
       COPY "LeaveRequestPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "PinLogicFile.cbl".
       COPY "LeaveLedgerLogicFile.cbl".
       COPY "LeaveRequestLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  PIN-FILE-STATUS PIC X(2).
       01  LEAVE-LEDGER-STATUS PIC X(2).
       01  LEAVE-REQUEST-STATUS PIC X(2).
       77  ANOTHER-VISITOR PIC X VALUE "Y".
       77  RECORD-FOUND PIC X.
       77  PIN-IS-GOOD PIC X.
       01  KEYED-PIN PIC X(4).
       01  CURRENT-BALANCE PIC S9(4)V99.
       01  BALANCE-DISPLAY PIC ---9.99.
       77  VISITOR-DONE PIC X.
       77  MENU-CHOICE PIC X.
       77  SCAN-DONE PIC X.
       77  REQUEST-COUNT PIC 9(3).
       01  STATUS-WORDS PIC X(8).
       01  DECISION PIC X.

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
      *The locked-down kiosk: an employee keys their own ID and
      *PIN and sees their own contact fields, hire date, job
      *title, and leave balance - never salary, never anyone
      *else's record. Failed PINs count toward a lockout only a
      *supervisor can clear. Signed on, an employee can ask for leave
      *and follow their requests, and a manager decides the requests
      *that wait on them - the PIN is what proves who approved.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
       ACCEPT KEYED-PIN.
       PERFORM PROVE-THE-PIN THRU PROVE-THE-PIN-EXIT.
       IF PIN-IS-GOOD = "Y"
           PERFORM SHOW-OWN-RECORD THRU SHOW-OWN-RECORD-EXIT
           IF RECORD-FOUND = "Y"
               MOVE "N" TO VISITOR-DONE
               PERFORM ACCEPT-KIOSK-CHOICE
                   UNTIL VISITOR-DONE = "Y"
           END-IF.
       DISPLAY "Next person (Y/N)?".
       ACCEPT ANOTHER-VISITOR.
       IF ANOTHER-VISITOR = "y"
       SHOW-THE-LEAVE-DONE.
       CLOSE LEAVE-LEDGER-FILE.

       ACCEPT-KIOSK-CHOICE.
       DISPLAY " ".
       DISPLAY "R-Request leave  S-See my leave requests".
       DISPLAY "M-Requests waiting on me  X-Done".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "R"
           WHEN "r"
               PERFORM REQUEST-LEAVE
           WHEN "S"
           WHEN "s"
               PERFORM LIST-MY-REQUESTS
           WHEN "M"
           WHEN "m"
               PERFORM LIST-WAITING-REQUESTS
               PERFORM DECIDE-ONE-REQUEST
                   UNTIL LR-EMPLOYEE-ID = ZERO
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO VISITOR-DONE
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

       REQUEST-LEAVE.
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
       MOVE KEYED-EMPLOYEE-ID TO LR-EMPLOYEE-ID.
       MOVE "SELF" TO LR-ENTERED-BY.
       MOVE ZERO TO LR-MANAGER-ID.
       CALL "LeaveRequestService" USING LR-REQUEST LR-EMPLOYEE-ID
           LR-START-DATE LR-END-DATE LR-TYPE LR-ENTERED-BY
           LR-MANAGER-ID LR-DAYS LR-STATUS.
       IF LR-STATUS = "00"
           DISPLAY "Your request for " LR-DAYS " working days has"
               " gone to your manager."
       ELSE
           PERFORM EXPLAIN-THE-REFUSAL.

       EXPLAIN-THE-REFUSAL.
       EVALUATE LR-STATUS
           WHEN "11"
               DISPLAY "Leave cannot be requested on this record -"
                   " see a supervisor."
           WHEN "12"
               DISPLAY "No manager is on file for you - see a"
                   " supervisor."
           WHEN "13"
               DISPLAY "You must enter V, S, or U."
           WHEN "14"
               DISPLAY "The dates are not valid - request not sent."
           WHEN "15"
               DISPLAY "Those dates cover no working days."
           WHEN "16"
               DISPLAY "The vacation balance, less requests already"
                   " waiting, does not cover those days."
           WHEN "17"
               DISPLAY "Those dates run into a request already"
                   " pending or approved."
           WHEN "18"
               DISPLAY "No leave balance is on file yet - see a"
                   " supervisor."
           WHEN "21"
               DISPLAY "No request was found for that employee and"
                   " first day."
           WHEN "22"
               DISPLAY "That request has already been decided."
           WHEN "23"
               DISPLAY "That request is not waiting on you."
           WHEN OTHER
               DISPLAY "Leave requests are out of service - see a"
                   " supervisor."
       END-EVALUATE.

      *The visitor's own requests, oldest first, with where each
      *one stands.
       LIST-MY-REQUESTS.
       MOVE ZERO TO REQUEST-COUNT.
       OPEN INPUT LEAVE-REQUEST-FILE.
       IF LEAVE-REQUEST-STATUS = "00"
           MOVE KEYED-EMPLOYEE-ID TO LREQ-EMPLOYEE-ID
           MOVE ZEROES TO LREQ-START-DATE
           MOVE "N" TO SCAN-DONE
           START LEAVE-REQUEST-FILE
               KEY IS NOT LESS THAN LREQ-KEY
               INVALID KEY
                   MOVE "Y" TO SCAN-DONE
           END-START
           PERFORM LIST-ONE-OWN-REQUEST
               UNTIL SCAN-DONE = "Y"
           CLOSE LEAVE-REQUEST-FILE.
       IF REQUEST-COUNT = ZERO
           DISPLAY "You have no leave requests on file.".

       LIST-ONE-OWN-REQUEST.
       READ LEAVE-REQUEST-FILE NEXT RECORD
           AT END
               MOVE "Y" TO SCAN-DONE
       END-READ.
       IF SCAN-DONE = "N"
           IF LREQ-EMPLOYEE-ID NOT = KEYED-EMPLOYEE-ID
               MOVE "Y" TO SCAN-DONE
           ELSE
               ADD 1 TO REQUEST-COUNT
               PERFORM SHOW-ONE-REQUEST
           END-IF.

      *The requests still pending with this visitor as the manager
      *they were sent to, across the whole file.
       LIST-WAITING-REQUESTS.
       MOVE ZERO TO REQUEST-COUNT.
       MOVE 1 TO LR-EMPLOYEE-ID.
       OPEN INPUT LEAVE-REQUEST-FILE.
       IF LEAVE-REQUEST-STATUS = "00"
           MOVE "N" TO SCAN-DONE
           PERFORM LIST-ONE-WAITING-REQUEST
               UNTIL SCAN-DONE = "Y"
           CLOSE LEAVE-REQUEST-FILE.
       IF REQUEST-COUNT = ZERO
           DISPLAY "No leave requests are waiting on you."
           MOVE ZERO TO LR-EMPLOYEE-ID.

       LIST-ONE-WAITING-REQUEST.
       READ LEAVE-REQUEST-FILE NEXT RECORD
           AT END
               MOVE "Y" TO SCAN-DONE
       END-READ.
       IF SCAN-DONE = "N"
           AND LREQ-PENDING
           AND LREQ-MANAGER-ID = KEYED-EMPLOYEE-ID
           ADD 1 TO REQUEST-COUNT
           DISPLAY "EMPLOYEE " LREQ-EMPLOYEE-ID
           PERFORM SHOW-ONE-REQUEST.

       DECIDE-ONE-REQUEST.
       DISPLAY "ENTER the employee ID of the request to decide,"
           " or 0 to finish: ".
       ACCEPT LR-EMPLOYEE-ID.
       IF LR-EMPLOYEE-ID NOT = ZERO
           DISPLAY "ENTER the request's first day (YYYYMMDD): "
           ACCEPT LR-START-DATE
           DISPLAY "A-Approve or D-Decline: "
           ACCEPT DECISION
           IF DECISION = "a"
               MOVE "A" TO DECISION
           END-IF
           IF DECISION = "d"
               MOVE "D" TO DECISION
           END-IF
           IF DECISION = "A" OR DECISION = "D"
               PERFORM SEND-THE-DECISION
           ELSE
               DISPLAY "You must enter A or D."
           END-IF.

       SEND-THE-DECISION.
       MOVE DECISION TO LR-REQUEST.
       MOVE KEYED-EMPLOYEE-ID TO LR-MANAGER-ID.
       MOVE SPACES TO LR-ENTERED-BY.
       CALL "LeaveRequestService" USING LR-REQUEST LR-EMPLOYEE-ID
           LR-START-DATE LR-END-DATE LR-TYPE LR-ENTERED-BY
           LR-MANAGER-ID LR-DAYS LR-STATUS.
       IF LR-STATUS NOT = "00"
           PERFORM EXPLAIN-THE-REFUSAL
       ELSE
           IF DECISION = "A"
               DISPLAY "Approved - " LR-DAYS " days booked as an"
                   " absence."
           ELSE
               DISPLAY "Declined."
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
           " TYPE " LREQ-TYPE " DAYS " LREQ-DAYS " " STATUS-WORDS.

       END PROGRAM EmployeeSelfService.
