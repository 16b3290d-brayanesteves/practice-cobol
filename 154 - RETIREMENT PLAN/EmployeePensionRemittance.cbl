       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeePensionRemittance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "PensionPlanPhysicalFile.cbl".
       COPY "PensionContribPhysicalFile.cbl".

      *The contribution file for the plan administrator: an H header
      *with the plan number and run date, one D line per employee
      *per pay period, and a T trailer with the count and both
      *totals for the administrator to prove the file against.
       SELECT PENSION-REMIT-FILE
       ASSIGN TO "pensionremit.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "PensionPlanLogicFile.cbl".
       COPY "PensionContribLogicFile.cbl".

       FD PENSION-REMIT-FILE.
       01 PENSION-REMIT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  PENSION-PLAN-STATUS PIC X(2).
       01  PENSION-CONTRIB-STATUS PIC X(2).
       01  READ-ALL PIC X.
       77  RECORD-FOUND PIC X.
       01  TODAYS-DATE PIC 9(8).
       01  PLAN-NUMBER PIC X(10).

       01  LINES-SENT PIC 9(6) VALUE ZERO.
       01  EMPLOYEE-TOTAL PIC 9(11)V99 VALUE ZERO.
       01  EMPLOYER-TOTAL PIC 9(11)V99 VALUE ZERO.
       01  COUNT-DISPLAY PIC Z(5)9.
       01  TOTAL-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.

       01  HEADER-LINE.
           05  FILLER PIC X(1) VALUE "H".
           05  FILLER PIC X(1) VALUE SPACES.
           05  HDR-PLAN-NUMBER PIC X(10).
           05  FILLER PIC X(1) VALUE SPACES.
           05  HDR-RUN-DATE PIC 9(8).

       01  DETAIL-LINE.
           05  FILLER PIC X(1) VALUE "D".
           05  FILLER PIC X(1) VALUE SPACES.
           05  DTL-EMPLOYEE-ID PIC 9(6).
           05  FILLER PIC X(1) VALUE SPACES.
           05  DTL-LASTNAMES PIC X(25).
           05  FILLER PIC X(1) VALUE SPACES.
           05  DTL-NAME PIC X(25).
           05  FILLER PIC X(1) VALUE SPACES.
           05  DTL-PERIOD PIC 9(6).
           05  FILLER PIC X(1) VALUE SPACES.
           05  DTL-PAY-DATE PIC 9(8).
           05  FILLER PIC X(1) VALUE SPACES.
           05  DTL-EMPLOYEE-AMOUNT PIC 9(7)V99.
           05  FILLER PIC X(1) VALUE SPACES.
           05  DTL-EMPLOYER-AMOUNT PIC 9(7)V99.

       01  TRAILER-LINE.
           05  FILLER PIC X(1) VALUE "T".
           05  FILLER PIC X(1) VALUE SPACES.
           05  TRL-COUNT PIC 9(6).
           05  FILLER PIC X(1) VALUE SPACES.
           05  TRL-EMPLOYEE-TOTAL PIC 9(11)V99.
           05  FILLER PIC X(1) VALUE SPACES.
           05  TRL-EMPLOYER-TOTAL PIC 9(11)V99.

       PROCEDURE DIVISION.
      *Sends the plan administrator every posted retirement plan
      *contribution not yet sent: each employee's own contribution
      *and the employer's match for each pay period, from
      *pensioncontrib.dat, which the pay run posting fills. Each
      *line sent is stamped with the run date, so a contribution
      *goes to the administrator once only; a run with nothing new
      *still writes the header and a zero trailer.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
       IF RETURN-CODE = ZERO
           PERFORM WRITE-THE-HEADER
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-CONTRIBUTION
           PERFORM SEND-ONE-CONTRIBUTION
               UNTIL READ-ALL = "1"
           PERFORM WRITE-THE-TRAILER
           PERFORM CLOSING-PROCEDURE
           MOVE LINES-SENT TO COUNT-DISPLAY
           DISPLAY "Plan contributions sent: " COUNT-DISPLAY
           MOVE EMPLOYEE-TOTAL TO TOTAL-DISPLAY
           DISPLAY "Employee contributions:  " TOTAL-DISPLAY
           MOVE EMPLOYER-TOTAL TO TOTAL-DISPLAY
           DISPLAY "Employer match:          " TOTAL-DISPLAY.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       MOVE "N" TO RECORD-FOUND.
       OPEN INPUT PENSION-PLAN-FILE.
       IF PENSION-PLAN-STATUS = "00"
           READ PENSION-PLAN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO RECORD-FOUND
                   MOVE PENPLAN-PLAN-NUMBER TO PLAN-NUMBER
           END-READ.
       CLOSE PENSION-PLAN-FILE.
       IF RECORD-FOUND = "N"
           DISPLAY "No pensionplan.dat on file - set up the plan"
               " first."
           MOVE 1 TO RETURN-CODE
           GO TO OPENING-PROCEDURE-EXIT.
       OPEN I-O PENSION-CONTRIB-FILE.
       IF PENSION-CONTRIB-STATUS NOT = "00"
           DISPLAY "No pensioncontrib.dat on file - post a pay run"
               " with plan contributions first."
           MOVE 1 TO RETURN-CODE
           GO TO OPENING-PROCEDURE-EXIT.
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
           CLOSE PENSION-CONTRIB-FILE
           GO TO OPENING-PROCEDURE-EXIT.
       OPEN OUTPUT PENSION-REMIT-FILE.
       OPENING-PROCEDURE-EXIT.
       EXIT.

       CLOSING-PROCEDURE.
       CLOSE PENSION-CONTRIB-FILE.
       CLOSE EMPLOYEES-FILE.
       CLOSE PENSION-REMIT-FILE.

       SEND-ONE-CONTRIBUTION.
       IF PENCON-REMIT-DATE = ZERO
           PERFORM WRITE-ONE-DETAIL
           MOVE TODAYS-DATE TO PENCON-REMIT-DATE
           REWRITE PENSION-CONTRIB-RECORD
               INVALID KEY
                   DISPLAY "Error marking the contribution for "
                       PENCON-EMPLOYEE-ID " period " PENCON-PERIOD
                       " sent."
           END-REWRITE.
       PERFORM READ-NEXT-CONTRIBUTION.

      *A leaver already purged from the master is still sent, with
      *the name left blank for the administrator to match on ID.
       WRITE-ONE-DETAIL.
       MOVE PENCON-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE SPACES TO EMPLOYEES-NAME EMPLOYEES-LASTNAMES
       END-READ.
       MOVE PENCON-EMPLOYEE-ID TO DTL-EMPLOYEE-ID.
       MOVE EMPLOYEES-LASTNAMES TO DTL-LASTNAMES.
       MOVE EMPLOYEES-NAME TO DTL-NAME.
       MOVE PENCON-PERIOD TO DTL-PERIOD.
       MOVE PENCON-PAY-DATE TO DTL-PAY-DATE.
       MOVE PENCON-EMPLOYEE-AMOUNT TO DTL-EMPLOYEE-AMOUNT.
       MOVE PENCON-EMPLOYER-AMOUNT TO DTL-EMPLOYER-AMOUNT.
       MOVE SPACES TO PENSION-REMIT-LINE.
       MOVE DETAIL-LINE TO PENSION-REMIT-LINE.
       WRITE PENSION-REMIT-LINE.
       ADD 1 TO LINES-SENT.
       ADD PENCON-EMPLOYEE-AMOUNT TO EMPLOYEE-TOTAL.
       ADD PENCON-EMPLOYER-AMOUNT TO EMPLOYER-TOTAL.

       WRITE-THE-HEADER.
       MOVE PLAN-NUMBER TO HDR-PLAN-NUMBER.
       MOVE TODAYS-DATE TO HDR-RUN-DATE.
       MOVE SPACES TO PENSION-REMIT-LINE.
       MOVE HEADER-LINE TO PENSION-REMIT-LINE.
       WRITE PENSION-REMIT-LINE.

       WRITE-THE-TRAILER.
       MOVE LINES-SENT TO TRL-COUNT.
       MOVE EMPLOYEE-TOTAL TO TRL-EMPLOYEE-TOTAL.
       MOVE EMPLOYER-TOTAL TO TRL-EMPLOYER-TOTAL.
       MOVE SPACES TO PENSION-REMIT-LINE.
       MOVE TRAILER-LINE TO PENSION-REMIT-LINE.
       WRITE PENSION-REMIT-LINE.

       READ-NEXT-CONTRIBUTION.
       READ PENSION-CONTRIB-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM EmployeePensionRemittance.
