       IDENTIFICATION DIVISION.
       PROGRAM-ID. UnauthorizedOvertimeReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "OvertimeHeldPhysicalFile.cbl".

       SELECT SORT-WORK-FILE
       ASSIGN TO "unauthotsort.tmp".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "OvertimeHeldLogicFile.cbl".

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-SUPERVISOR-ID PIC 9(6).
           05  SORT-EMPLOYEE-ID PIC 9(6).
           05  SORT-WEEK-START PIC 9(8).
           05  SORT-WEEK-END PIC 9(8).
           05  SORT-OVERTIME-HOURS PIC 9(3)V99.
           05  SORT-AUTHORIZED-HOURS PIC 9(3)V99.
           05  SORT-HOURS PIC 9(3)V99.
           05  SORT-STATUS PIC X(1).
           05  SORT-RELEASED-BY PIC X(8).

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  OVERTIME-HELD-STATUS PIC X(2).
       01  READ-ALL PIC X.
       01  FIRST-SUPERVISOR PIC X VALUE "Y".
       01  CURRENT-SUPERVISOR-ID PIC 9(6).
       01  TODAYS-DATE PIC 9(8).

      *The month reported is the current one unless
      *UNAUTHORIZED_OT_MONTH (YYYYMM) in the environment names
      *another. A week belongs to the month its first day falls in.
       01  MONTH-WANTED PIC X(6) VALUE SPACES.
       01  REPORT-MONTH PIC 9(6).
       01  WEEK-MONTH PIC 9(6).

       01  SUPERVISOR-HOURS PIC 9(5)V99.
       01  SUPERVISOR-WEEKS PIC 9(5).
       01  RUN-HOURS PIC 9(6)V99 VALUE ZERO.
       01  RUN-WEEKS PIC 9(5) VALUE ZERO.
       01  RUN-STILL-HELD PIC 9(6)V99 VALUE ZERO.
       01  SUPERVISOR-COUNT PIC 9(5) VALUE ZERO.
       01  COUNT-DISPLAY PIC ZZ,ZZ9.
       01  HOURS-DISPLAY PIC ZZZ,ZZ9.99.

       01  HEADING-LINE.
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(52) VALUE "NAME".
           05  FILLER PIC X(20) VALUE "WEEK".
           05  FILLER PIC X(9) VALUE "OT HRS".
           05  FILLER PIC X(9) VALUE "AUTH".
           05  FILLER PIC X(9) VALUE "UNAUTH".
           05  FILLER PIC X(10) VALUE "STATUS".
           05  FILLER PIC X(8) VALUE "BY".

       01  SUPERVISOR-LINE.
           05  FILLER PIC X(12) VALUE "SUPERVISOR: ".
           05  SL-SUPERVISOR-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  SL-NAME PIC X(25).
           05  SL-LASTNAMES PIC X(25).

       01  DETAIL-LINE.
           05  DL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-NAME PIC X(25).
           05  DL-LASTNAMES PIC X(25).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-WEEK-START PIC 9(8).
           05  DL-DASH PIC X(1).
           05  DL-WEEK-END PIC 9(8).
           05  FILLER PIC X(3) VALUE SPACES.
           05  DL-OVERTIME-HOURS PIC ZZ9.99.
           05  FILLER PIC X(3) VALUE SPACES.
           05  DL-AUTHORIZED-HOURS PIC ZZ9.99.
           05  FILLER PIC X(3) VALUE SPACES.
           05  DL-HOURS PIC ZZ9.99.
           05  FILLER PIC X(3) VALUE SPACES.
           05  DL-STATUS PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-RELEASED-BY PIC X(8).

       01  SUPERVISOR-TOTAL-LINE.
           05  FILLER PIC X(8) VALUE SPACES.
           05  STL-LABEL PIC X(20).
           05  STL-WEEKS PIC ZZ,ZZ9.
           05  FILLER PIC X(7) VALUE " WEEKS".
           05  FILLER PIC X(46) VALUE SPACES.
           05  STL-HOURS PIC ZZZ,ZZ9.99.

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "unauthot".
       77  RW-TITLE PIC X(60).
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Monthly report of overtime worked without a supervisor's
      *approval, grouped under the supervisor the employee reported
      *to when the overtime register held it: every week the
      *register held in the month, whether it is still held, has
      *been released to pay, or has been paid, with subtotals per
      *supervisor so the ones letting unapproved overtime run can
      *be seen.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
       IF RETURN-CODE = ZERO
           PERFORM OPEN-THE-REPORT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-SUPERVISOR-ID SORT-EMPLOYEE-ID
                   SORT-WEEK-START
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS WRITE-THE-REPORT
           PERFORM CLOSE-THE-REPORT
           PERFORM CLOSING-PROCEDURE
           MOVE RUN-WEEKS TO COUNT-DISPLAY
           DISPLAY "Unauthorized overtime for " REPORT-MONTH ": "
               COUNT-DISPLAY " employee weeks.".
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       COMPUTE REPORT-MONTH = TODAYS-DATE / 100.
       ACCEPT MONTH-WANTED FROM ENVIRONMENT "UNAUTHORIZED_OT_MONTH".
       IF MONTH-WANTED NOT = SPACES
           IF MONTH-WANTED IS NUMERIC
               MOVE MONTH-WANTED TO REPORT-MONTH
           ELSE
               DISPLAY "UNAUTHORIZED_OT_MONTH must be YYYYMM."
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
           GO TO OPENING-PROCEDURE-EXIT.
       OPEN INPUT OVERTIME-HELD-FILE.
       IF OVERTIME-HELD-STATUS NOT = "00"
           DISPLAY "No otheld.dat on file - the overtime register"
               " has held no unauthorized overtime."
           MOVE 1 TO RETURN-CODE
           CLOSE EMPLOYEES-FILE
           GO TO OPENING-PROCEDURE-EXIT.
       MOVE SPACES TO RW-TITLE.
       STRING "UNAUTHORIZED OVERTIME BY SUPERVISOR - MONTH "
           REPORT-MONTH
           DELIMITED BY SIZE INTO RW-TITLE.
       OPENING-PROCEDURE-EXIT.
       EXIT.

       CLOSING-PROCEDURE.
       CLOSE EMPLOYEES-FILE.
       CLOSE OVERTIME-HELD-FILE.

       LOAD-SORT-FILE.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-HELD-WEEK.
       PERFORM RELEASE-ONE-HELD-WEEK
           UNTIL READ-ALL = "1".

       RELEASE-ONE-HELD-WEEK.
       COMPUTE WEEK-MONTH = OTHELD-WEEK-START / 100.
       IF WEEK-MONTH = REPORT-MONTH
           MOVE OTHELD-SUPERVISOR-ID TO SORT-SUPERVISOR-ID
           MOVE OTHELD-EMPLOYEE-ID TO SORT-EMPLOYEE-ID
           MOVE OTHELD-WEEK-START TO SORT-WEEK-START
           MOVE OTHELD-WEEK-END TO SORT-WEEK-END
           MOVE OTHELD-OVERTIME-HOURS TO SORT-OVERTIME-HOURS
           MOVE OTHELD-AUTHORIZED-HOURS TO SORT-AUTHORIZED-HOURS
           MOVE OTHELD-HOURS TO SORT-HOURS
           MOVE OTHELD-STATUS TO SORT-STATUS
           MOVE OTHELD-RELEASED-BY TO SORT-RELEASED-BY
           RELEASE SORT-RECORD.
       PERFORM READ-NEXT-HELD-WEEK.

       READ-NEXT-HELD-WEEK.
       READ OVERTIME-HELD-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       WRITE-THE-REPORT.
       MOVE "0" TO READ-ALL.
       PERFORM RETURN-NEXT-SORTED-WEEK.
       PERFORM WRITE-ONE-WEEK
           UNTIL READ-ALL = "1".
       IF FIRST-SUPERVISOR = "N"
           PERFORM PRINT-SUPERVISOR-TOTALS.
       PERFORM PRINT-RUN-TOTALS.

       WRITE-ONE-WEEK.
       IF FIRST-SUPERVISOR = "Y"
           OR SORT-SUPERVISOR-ID NOT = CURRENT-SUPERVISOR-ID
           PERFORM START-A-NEW-SUPERVISOR.
       MOVE SPACES TO DETAIL-LINE.
       MOVE SORT-EMPLOYEE-ID TO DL-ID.
       MOVE SORT-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "(NOT ON MASTER)" TO DL-NAME
           NOT INVALID KEY
               MOVE EMPLOYEES-NAME TO DL-NAME
               MOVE EMPLOYEES-LASTNAMES TO DL-LASTNAMES
       END-READ.
       MOVE SORT-WEEK-START TO DL-WEEK-START.
       MOVE "-" TO DL-DASH.
       MOVE SORT-WEEK-END TO DL-WEEK-END.
       MOVE SORT-OVERTIME-HOURS TO DL-OVERTIME-HOURS.
       MOVE SORT-AUTHORIZED-HOURS TO DL-AUTHORIZED-HOURS.
       MOVE SORT-HOURS TO DL-HOURS.
       EVALUATE SORT-STATUS
           WHEN "H"
               MOVE "HELD" TO DL-STATUS
               ADD SORT-HOURS TO RUN-STILL-HELD
           WHEN "R"
               MOVE "RELEASED" TO DL-STATUS
               MOVE SORT-RELEASED-BY TO DL-RELEASED-BY
           WHEN OTHER
               MOVE "PAID" TO DL-STATUS
               MOVE SORT-RELEASED-BY TO DL-RELEASED-BY
       END-EVALUATE.
       MOVE DETAIL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       ADD SORT-HOURS TO SUPERVISOR-HOURS.
       ADD 1 TO SUPERVISOR-WEEKS.
       PERFORM RETURN-NEXT-SORTED-WEEK.

      *Totals for the supervisor just finished, then the next
      *supervisor by name from the master.
       START-A-NEW-SUPERVISOR.
       IF FIRST-SUPERVISOR = "N"
           PERFORM PRINT-SUPERVISOR-TOTALS.
       MOVE "N" TO FIRST-SUPERVISOR.
       MOVE SORT-SUPERVISOR-ID TO CURRENT-SUPERVISOR-ID.
       MOVE ZERO TO SUPERVISOR-HOURS.
       MOVE ZERO TO SUPERVISOR-WEEKS.
       ADD 1 TO SUPERVISOR-COUNT.
       MOVE SPACES TO SL-NAME.
       MOVE SPACES TO SL-LASTNAMES.
       MOVE SORT-SUPERVISOR-ID TO SL-SUPERVISOR-ID.
       IF SORT-SUPERVISOR-ID = ZERO
           MOVE "(NO SUPERVISOR ON FILE)" TO SL-NAME
       ELSE
           MOVE SORT-SUPERVISOR-ID TO EMPLOYEES-ID
           READ EMPLOYEES-FILE RECORD
               INVALID KEY
                   MOVE "(NOT ON MASTER)" TO SL-NAME
               NOT INVALID KEY
                   MOVE EMPLOYEES-NAME TO SL-NAME
                   MOVE EMPLOYEES-LASTNAMES TO SL-LASTNAMES
           END-READ.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE SUPERVISOR-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

       PRINT-SUPERVISOR-TOTALS.
       MOVE "SUPERVISOR TOTAL" TO STL-LABEL.
       MOVE SUPERVISOR-WEEKS TO STL-WEEKS.
       MOVE SUPERVISOR-HOURS TO STL-HOURS.
       MOVE SUPERVISOR-TOTAL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       ADD SUPERVISOR-HOURS TO RUN-HOURS.
       ADD SUPERVISOR-WEEKS TO RUN-WEEKS.

       PRINT-RUN-TOTALS.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE "ALL SUPERVISORS" TO STL-LABEL.
       MOVE RUN-WEEKS TO STL-WEEKS.
       MOVE RUN-HOURS TO STL-HOURS.
       MOVE SUPERVISOR-TOTAL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE SUPERVISOR-COUNT TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "SUPERVISORS:            " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE RUN-STILL-HELD TO HOURS-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "HOURS STILL HELD:   " HOURS-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

       RETURN-NEXT-SORTED-WEEK.
       RETURN SORT-WORK-FILE
       AT END MOVE "1" TO READ-ALL.

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

       END PROGRAM UnauthorizedOvertimeReport.
