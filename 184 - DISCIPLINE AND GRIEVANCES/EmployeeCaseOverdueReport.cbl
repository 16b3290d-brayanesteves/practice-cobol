       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeCaseOverdueReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "CasePhysicalFile.cbl".

       SELECT CASE-OVERDUE-REPORT-FILE
       ASSIGN TO "caseoverdue.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "CaseLogicFile.cbl".

       FD CASE-OVERDUE-REPORT-FILE.
       01 REPORT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  CASE-FILE-STATUS PIC X(2).
       01  READ-ALL PIC X.
       77  RECORD-FOUND PIC X.
       01  TODAYS-DATE-PARTS.
           05  TODAYS-YEAR PIC 9(4).
           05  TODAYS-MONTH PIC 9(2).
           05  TODAYS-DAY PIC 9(2).
       01  TODAYS-DATE REDEFINES TODAYS-DATE-PARTS PIC 9(8).
       01  DUE-DATE-PARTS.
           05  DUE-YEAR PIC 9(4).
           05  DUE-MONTH PIC 9(2).
           05  DUE-DAY PIC 9(2).
      *Days on the thirty-day-month approximation, the same one the
      *exception aging report uses.
       01  DAYS-OVERDUE PIC S9(5).
       01  OVERDUE-COUNT PIC 9(4) VALUE ZERO.
       01  COUNT-DISPLAY PIC ZZZ9.

       01  HEADING-LINE-1.
           05  FILLER PIC X(40)
               VALUE "CASES PAST THEIR CONTRACTUAL DEADLINE".
           05  FILLER PIC X(10) VALUE "RUN DATE:".
           05  HL1-RUN-DATE PIC 9(8).

       01  HEADING-LINE-2.
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(27) VALUE "NAME".
           05  FILLER PIC X(22) VALUE "DEPARTMENT".
           05  FILLER PIC X(6) VALUE "CASE".
           05  FILLER PIC X(6) VALUE "TYPE".
           05  FILLER PIC X(6) VALUE "STEP".
           05  FILLER PIC X(10) VALUE "TAKEN".
           05  FILLER PIC X(10) VALUE "DUE".
           05  FILLER PIC X(7) VALUE "DAYS".

       01  DETAIL-LINE.
           05  DL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-NAME PIC X(25).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-DEPARTMENT PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-CASE PIC ZZ9.
           05  FILLER PIC X(3) VALUE SPACES.
           05  DL-TYPE PIC X(1).
           05  FILLER PIC X(5) VALUE SPACES.
           05  DL-STEP PIC 9.
           05  FILLER PIC X(5) VALUE SPACES.
           05  DL-TAKEN PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-DUE PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-DAYS PIC ZZZZ9.

       PROCEDURE DIVISION.
      *Every open disciplinary or grievance case whose next step of
      *the contract procedure was due before today, with how many
      *days it has run past - the deadlines a union steward would
      *otherwise be the first to point out.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-CASE
           PERFORM JUDGE-ONE-CASE
               UNTIL READ-ALL = "1".
       PERFORM CLOSING-PROCEDURE.
       IF RETURN-CODE = ZERO
           MOVE OVERDUE-COUNT TO COUNT-DISPLAY
           DISPLAY "Cases past their deadline: " COUNT-DISPLAY
               " (see caseoverdue.rpt).".
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE-PARTS FROM DATE YYYYMMDD.
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
           OPEN INPUT CASE-FILE
           IF CASE-FILE-STATUS NOT = "00"
               DISPLAY "No cases on file - nothing to report."
               MOVE 1 TO RETURN-CODE
           END-IF
       END-IF.
       IF RETURN-CODE = ZERO
           OPEN OUTPUT CASE-OVERDUE-REPORT-FILE
           MOVE TODAYS-DATE TO HL1-RUN-DATE
           MOVE SPACES TO REPORT-LINE
           MOVE HEADING-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE HEADING-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE.

       CLOSING-PROCEDURE.
       CLOSE EMPLOYEES-FILE.
       IF RETURN-CODE = ZERO
           CLOSE CASE-FILE
           CLOSE CASE-OVERDUE-REPORT-FILE.

       JUDGE-ONE-CASE.
       IF CASE-OPEN
           AND CASE-NEXT-DUE-DATE NOT = ZERO
           AND CASE-NEXT-DUE-DATE < TODAYS-DATE
           PERFORM WRITE-ONE-OVERDUE-CASE.
       PERFORM READ-NEXT-CASE.

       WRITE-ONE-OVERDUE-CASE.
       MOVE CASE-NEXT-DUE-DATE TO DUE-DATE-PARTS.
       COMPUTE DAYS-OVERDUE =
           (TODAYS-YEAR - DUE-YEAR) * 360
           + (TODAYS-MONTH - DUE-MONTH) * 30
           + TODAYS-DAY - DUE-DAY.
       IF DAYS-OVERDUE < ZERO
           MOVE ZERO TO DAYS-OVERDUE.
       MOVE CASE-EMPLOYEE-ID TO EMPLOYEES-ID.
       MOVE "Y" TO RECORD-FOUND.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       MOVE SPACES TO DETAIL-LINE.
       MOVE CASE-EMPLOYEE-ID TO DL-ID.
       IF RECORD-FOUND = "Y"
           MOVE EMPLOYEES-NAME TO DL-NAME
           MOVE EMPLOYEES-DEPARTMENT TO DL-DEPARTMENT
       ELSE
           MOVE "(NOT ON MASTER)" TO DL-NAME
           MOVE "UNKNOWN" TO DL-DEPARTMENT.
       MOVE CASE-NUMBER TO DL-CASE.
       MOVE CASE-TYPE TO DL-TYPE.
       MOVE CASE-STEP TO DL-STEP.
       MOVE CASE-STEP-DATE (CASE-STEP) TO DL-TAKEN.
       MOVE CASE-NEXT-DUE-DATE TO DL-DUE.
       MOVE DAYS-OVERDUE TO DL-DAYS.
       MOVE SPACES TO REPORT-LINE.
       MOVE DETAIL-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       ADD 1 TO OVERDUE-COUNT.

       READ-NEXT-CASE.
       READ CASE-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM EmployeeCaseOverdueReport.
