       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeSecondmentExpiry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "SecondmentPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "SecondmentLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  SECONDMENT-FILE-STATUS PIC X(2).
       01  READ-ALL PIC X.
       01  NOTHING-TO-PROCESS PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       01  TODAYS-DATE PIC 9(8).
       01  WARNING-HORIZON-DATE PIC 9(8).
       01  ENDING-SOON-COUNT PIC 9(4) VALUE ZERO.
       01  ON-LOAN-COUNT PIC 9(4) VALUE ZERO.
       01  COUNT-DISPLAY PIC ZZZ9.

      *Arguments for the shared date service, which owns the
      *month-length and leap-year rules.
       77  DS-REQUEST PIC X.
       77  DS-DATE-IN PIC 9(8).
       77  DS-DATE-OUT PIC 9(8).
       77  DS-STATUS PIC X(2).

       01  HEADING-LINE.
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(27) VALUE "NAME".
           05  FILLER PIC X(26) VALUE "HOME".
           05  FILLER PIC X(26) VALUE "ON LOAN TO".
           05  FILLER PIC X(10) VALUE "FROM".
           05  FILLER PIC X(10) VALUE "LAST DAY".

       01  DETAIL-LINE.
           05  DL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-NAME PIC X(25).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-HOME-BRANCH PIC X(3).
           05  FILLER PIC X(1) VALUE SPACES.
           05  DL-HOME-DEPARTMENT PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-HOST-BRANCH PIC X(3).
           05  FILLER PIC X(1) VALUE SPACES.
           05  DL-HOST-DEPARTMENT PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-START-DATE PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-END-DATE PIC 9(8).

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "secondexpiry".
       77  RW-TITLE PIC X(60)
           VALUE "SECONDMENTS ENDING WITHIN 30 DAYS".
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *The nightly secondment watch: every loan to another branch
      *whose last day falls in the next thirty days is listed, so
      *the home and host managers can extend it or plan the
      *return before the cost quietly swings back home. Nothing is
      *changed; a loan simply stops charging the host after its
      *last day.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO AND NOTHING-TO-PROCESS = "N"
           PERFORM FIGURE-THE-HORIZON
           PERFORM OPEN-THE-REPORT
           MOVE LOW-VALUES TO SECONDMENT-KEY
           START SECONDMENT-FILE
               KEY IS NOT LESS THAN SECONDMENT-KEY
               INVALID KEY
                   MOVE "1" TO READ-ALL
           END-START
           IF READ-ALL = "0"
               PERFORM READ-NEXT-LOAN
           END-IF
           PERFORM JUDGE-ONE-LOAN
               UNTIL READ-ALL = "1"
           PERFORM PRINT-THE-COUNTS
           PERFORM CLOSE-THE-REPORT
           PERFORM CLOSING-PROCEDURE
           MOVE ENDING-SOON-COUNT TO COUNT-DISPLAY
           DISPLAY "Secondment expiry: " COUNT-DISPLAY
               " ending within 30 days.".
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       MOVE "0" TO READ-ALL.
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
      *No secondment file just means nobody has ever been lent out.
       IF RETURN-CODE = ZERO
           OPEN INPUT SECONDMENT-FILE
           IF SECONDMENT-FILE-STATUS NOT = "00"
               DISPLAY "Secondment expiry: no loans on file."
               CLOSE EMPLOYEES-FILE
               MOVE "Y" TO NOTHING-TO-PROCESS
           END-IF
       END-IF.

       CLOSING-PROCEDURE.
       CLOSE EMPLOYEES-FILE.
       CLOSE SECONDMENT-FILE.

       FIGURE-THE-HORIZON.
       MOVE TODAYS-DATE TO WARNING-HORIZON-DATE.
       PERFORM ADD-ONE-HORIZON-DAY 30 TIMES.

       ADD-ONE-HORIZON-DAY.
       MOVE "N" TO DS-REQUEST.
       MOVE WARNING-HORIZON-DATE TO DS-DATE-IN.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.
       MOVE DS-DATE-OUT TO WARNING-HORIZON-DATE.

       JUDGE-ONE-LOAN.
       IF SECONDMENT-START-DATE NOT > TODAYS-DATE
           AND SECONDMENT-END-DATE NOT < TODAYS-DATE
           ADD 1 TO ON-LOAN-COUNT.
       IF SECONDMENT-END-DATE NOT < TODAYS-DATE
           AND SECONDMENT-END-DATE NOT > WARNING-HORIZON-DATE
           PERFORM REPORT-ENDING-SOON.
       PERFORM READ-NEXT-LOAN.

       REPORT-ENDING-SOON.
       MOVE SPACES TO DETAIL-LINE.
       MOVE SECONDMENT-EMPLOYEE-ID TO DL-ID.
       MOVE SECONDMENT-EMPLOYEE-ID TO EMPLOYEES-ID.
       MOVE "Y" TO RECORD-FOUND.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "Y"
           MOVE EMPLOYEES-NAME TO DL-NAME
           MOVE EMPLOYEES-BRANCH TO DL-HOME-BRANCH
           MOVE EMPLOYEES-DEPARTMENT TO DL-HOME-DEPARTMENT
       ELSE
           MOVE "(NOT ON MASTER)" TO DL-NAME.
       MOVE SECONDMENT-HOST-BRANCH TO DL-HOST-BRANCH.
       MOVE SECONDMENT-HOST-DEPARTMENT TO DL-HOST-DEPARTMENT.
       MOVE SECONDMENT-START-DATE TO DL-START-DATE.
       MOVE SECONDMENT-END-DATE TO DL-END-DATE.
       MOVE DETAIL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       ADD 1 TO ENDING-SOON-COUNT.

       PRINT-THE-COUNTS.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE ON-LOAN-COUNT TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "ON LOAN TODAY:          " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE ENDING-SOON-COUNT TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "ENDING WITHIN 30 DAYS:  " COUNT-DISPLAY
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

       READ-NEXT-LOAN.
       READ SECONDMENT-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM EmployeeSecondmentExpiry.
