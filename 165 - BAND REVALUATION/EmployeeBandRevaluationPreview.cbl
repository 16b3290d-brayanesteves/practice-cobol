       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeBandRevaluationPreview.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "PayGradePhysicalFile.cbl".
       COPY "BandRevaluationPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "PayGradeLogicFile.cbl".
       COPY "BandRevaluationLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  PAYGRADE-FILE-STATUS PIC X(2).
       01  BAND-REVALUATION-STATUS PIC X(2).
       01  READ-ALL PIC X.

      *The grades proposed and not yet applied.
       01  GRADE-LIMIT PIC 9(3) VALUE 100.
       01  GRADE-COUNT PIC 9(3) VALUE ZERO.
       01  GRADE-INDEX PIC 9(3).
       01  GRADE-WAS-FOUND PIC X.
       01  GRADE-TABLE.
           05  GRADE-ENTRY OCCURS 100 TIMES.
               10  GRADE-CODE PIC X(4).
               10  GRADE-PERCENT PIC 9(2)V99.

      *Every job title whose band moves, with its new minimum, for
      *the pass that finds who falls below it.
       01  TITLE-LIMIT PIC 9(4) VALUE 1000.
       01  TITLE-COUNT PIC 9(4) VALUE ZERO.
       01  TITLE-INDEX PIC 9(4).
       01  TITLE-WAS-FOUND PIC X.
       01  TITLE-OVERFLOWED PIC X VALUE "N".
       01  TITLE-TABLE.
           05  TITLE-ENTRY OCCURS 1000 TIMES.
               10  TITLE-JOB-TITLE PIC X(20).
               10  TITLE-GRADE PIC X(4).
               10  TITLE-NEW-MIN PIC 9(7)V99.

       01  NEW-MIN-SALARY PIC 9(7)V99.
       01  NEW-MAX-SALARY PIC 9(7)V99.
       01  CATCH-UP-AMOUNT PIC 9(7)V99.
       01  TOTAL-CATCH-UP PIC 9(9)V99 VALUE ZERO.
       01  BELOW-COUNT PIC 9(5) VALUE ZERO.
       01  COUNT-DISPLAY PIC ZZZZ9.
       01  AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.

       01  BAND-HEADING-LINE.
           05  FILLER PIC X(22) VALUE "JOB TITLE".
           05  FILLER PIC X(6) VALUE "GRADE".
           05  FILLER PIC X(8) VALUE "  PCT".
           05  FILLER PIC X(14) VALUE "     OLD MIN".
           05  FILLER PIC X(14) VALUE "     OLD MAX".
           05  FILLER PIC X(14) VALUE "     NEW MIN".
           05  FILLER PIC X(14) VALUE "     NEW MAX".

       01  BAND-LINE.
           05  BL-JOB-TITLE PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  BL-GRADE PIC X(4).
           05  FILLER PIC X(2) VALUE SPACES.
           05  BL-PERCENT PIC Z9.99.
           05  FILLER PIC X(3) VALUE SPACES.
           05  BL-OLD-MIN PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  BL-OLD-MAX PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  BL-NEW-MIN PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  BL-NEW-MAX PIC Z,ZZZ,ZZ9.99.

       01  PEOPLE-HEADING-LINE.
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(27) VALUE "NAME".
           05  FILLER PIC X(22) VALUE "JOB TITLE".
           05  FILLER PIC X(6) VALUE "GRADE".
           05  FILLER PIC X(14) VALUE "      SALARY".
           05  FILLER PIC X(14) VALUE "     NEW MIN".
           05  FILLER PIC X(14) VALUE "    CATCH-UP".

       01  PEOPLE-LINE.
           05  PL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  PL-NAME PIC X(25).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PL-JOB-TITLE PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PL-GRADE PIC X(4).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PL-SALARY PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  PL-NEW-MIN PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  PL-CATCH-UP PIC Z,ZZZ,ZZ9.99.

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "bandreval".
       77  RW-TITLE PIC X(60)
           VALUE "PAY STRUCTURE REVALUATION PREVIEW".
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *What the proposed band increases would do, before anything is
      *changed: every band carrying a proposed grade with its new
      *minimum and maximum, then every active employee whose salary
      *would fall below the new minimum and what it costs to bring
      *each of them up to it, totalled at the foot. Nothing is
      *written but the report; EmployeeBandRevaluationApply posts
      *the same figures once a supervisor approves.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           PERFORM LOAD-THE-PROPOSALS.
       IF RETURN-CODE = ZERO
           PERFORM OPEN-THE-REPORT
           PERFORM PRICE-THE-BANDS
           PERFORM FIND-THE-PEOPLE-BELOW
           PERFORM PRINT-THE-TOTALS
           PERFORM CLOSE-THE-REPORT
           MOVE TOTAL-CATCH-UP TO AMOUNT-DISPLAY
           MOVE BELOW-COUNT TO COUNT-DISPLAY
           DISPLAY "Revaluation preview: " COUNT-DISPLAY
               " below the new minimum, catch-up cost "
               AMOUNT-DISPLAY ".".
       PERFORM CLOSING-PROCEDURE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
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
       OPEN INPUT PAYGRADE-FILE.
       IF PAYGRADE-FILE-STATUS NOT = "00"
           DISPLAY "Error opening paygrades.dat, status code "
               PAYGRADE-FILE-STATUS ". No bands to revalue."
           MOVE 1 TO RETURN-CODE.
       OPEN INPUT BAND-REVALUATION-FILE.
       IF BAND-REVALUATION-STATUS NOT = "00"
           DISPLAY "No revaluation keyed - run BandRevaluationEntry"
               " first."
           MOVE 1 TO RETURN-CODE.

       CLOSING-PROCEDURE.
       IF EMPLOYEES-FILE-STATUS = "00"
           CLOSE EMPLOYEES-FILE.
       IF PAYGRADE-FILE-STATUS = "00"
           CLOSE PAYGRADE-FILE.
       IF BAND-REVALUATION-STATUS = "00"
           CLOSE BAND-REVALUATION-FILE.

       LOAD-THE-PROPOSALS.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-PROPOSAL.
       PERFORM LOAD-ONE-PROPOSAL
           UNTIL READ-ALL = "1".
       IF GRADE-COUNT = ZERO
           DISPLAY "No grade increases are waiting for approval."
           MOVE 1 TO RETURN-CODE.

       LOAD-ONE-PROPOSAL.
       IF REVAL-PROPOSED AND GRADE-COUNT < GRADE-LIMIT
           ADD 1 TO GRADE-COUNT
           MOVE REVAL-GRADE TO GRADE-CODE (GRADE-COUNT)
           MOVE REVAL-PERCENT TO GRADE-PERCENT (GRADE-COUNT).
       PERFORM READ-NEXT-PROPOSAL.

       PRICE-THE-BANDS.
       MOVE "BANDS AS THEY WOULD BE" TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE BAND-HEADING-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-GRADE.
       PERFORM PRICE-ONE-BAND
           UNTIL READ-ALL = "1".

       PRICE-ONE-BAND.
       PERFORM LOOK-UP-THE-GRADE.
       IF GRADE-WAS-FOUND = "Y"
           COMPUTE NEW-MIN-SALARY ROUNDED = PAYGRADE-MIN-SALARY
               * (100 + GRADE-PERCENT (GRADE-INDEX)) / 100
           COMPUTE NEW-MAX-SALARY ROUNDED = PAYGRADE-MAX-SALARY
               * (100 + GRADE-PERCENT (GRADE-INDEX)) / 100
           MOVE SPACES TO BAND-LINE
           MOVE PAYGRADE-JOB-TITLE TO BL-JOB-TITLE
           MOVE PAYGRADE-CODE TO BL-GRADE
           MOVE GRADE-PERCENT (GRADE-INDEX) TO BL-PERCENT
           MOVE PAYGRADE-MIN-SALARY TO BL-OLD-MIN
           MOVE PAYGRADE-MAX-SALARY TO BL-OLD-MAX
           MOVE NEW-MIN-SALARY TO BL-NEW-MIN
           MOVE NEW-MAX-SALARY TO BL-NEW-MAX
           MOVE BAND-LINE TO RW-DETAIL
           PERFORM WRITE-REPORT-DETAIL
           PERFORM HOLD-THE-TITLE.
       PERFORM READ-NEXT-GRADE.

       LOOK-UP-THE-GRADE.
       MOVE "N" TO GRADE-WAS-FOUND.
       MOVE 1 TO GRADE-INDEX.
       PERFORM LOOK-FOR-GRADE
           UNTIL GRADE-WAS-FOUND = "Y"
           OR GRADE-INDEX > GRADE-COUNT.

       LOOK-FOR-GRADE.
       IF GRADE-CODE (GRADE-INDEX) = PAYGRADE-CODE
           MOVE "Y" TO GRADE-WAS-FOUND
       ELSE
           ADD 1 TO GRADE-INDEX.

       HOLD-THE-TITLE.
       IF TITLE-COUNT >= TITLE-LIMIT
           MOVE "Y" TO TITLE-OVERFLOWED
       ELSE
           ADD 1 TO TITLE-COUNT
           MOVE PAYGRADE-JOB-TITLE TO TITLE-JOB-TITLE (TITLE-COUNT)
           MOVE PAYGRADE-CODE TO TITLE-GRADE (TITLE-COUNT)
           MOVE NEW-MIN-SALARY TO TITLE-NEW-MIN (TITLE-COUNT).

       FIND-THE-PEOPLE-BELOW.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE "EMPLOYEES WHO WOULD FALL BELOW THE NEW MINIMUM"
           TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE PEOPLE-HEADING-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-EMPLOYEE.
       PERFORM CHECK-ONE-EMPLOYEE
           UNTIL READ-ALL = "1".

       CHECK-ONE-EMPLOYEE.
       IF EMPLOYEES-ACTIVE OR EMPLOYEES-ON-LEAVE
           PERFORM LOOK-UP-THE-TITLE
           IF TITLE-WAS-FOUND = "Y"
               AND EMPLOYEES-SALARY < TITLE-NEW-MIN (TITLE-INDEX)
               PERFORM PRINT-ONE-PERSON-BELOW
           END-IF.
       PERFORM READ-NEXT-EMPLOYEE.

       LOOK-UP-THE-TITLE.
       MOVE "N" TO TITLE-WAS-FOUND.
       MOVE 1 TO TITLE-INDEX.
       PERFORM LOOK-FOR-TITLE
           UNTIL TITLE-WAS-FOUND = "Y"
           OR TITLE-INDEX > TITLE-COUNT.

       LOOK-FOR-TITLE.
       IF TITLE-JOB-TITLE (TITLE-INDEX) = EMPLOYEES-JOB-TITLE
           MOVE "Y" TO TITLE-WAS-FOUND
       ELSE
           ADD 1 TO TITLE-INDEX.

       PRINT-ONE-PERSON-BELOW.
       SUBTRACT EMPLOYEES-SALARY FROM TITLE-NEW-MIN (TITLE-INDEX)
           GIVING CATCH-UP-AMOUNT.
       MOVE SPACES TO PEOPLE-LINE.
       MOVE EMPLOYEES-ID TO PL-ID.
       MOVE EMPLOYEES-NAME TO PL-NAME.
       MOVE EMPLOYEES-JOB-TITLE TO PL-JOB-TITLE.
       MOVE TITLE-GRADE (TITLE-INDEX) TO PL-GRADE.
       MOVE EMPLOYEES-SALARY TO PL-SALARY.
       MOVE TITLE-NEW-MIN (TITLE-INDEX) TO PL-NEW-MIN.
       MOVE CATCH-UP-AMOUNT TO PL-CATCH-UP.
       MOVE PEOPLE-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       ADD CATCH-UP-AMOUNT TO TOTAL-CATCH-UP.
       ADD 1 TO BELOW-COUNT.

       PRINT-THE-TOTALS.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE BELOW-COUNT TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "EMPLOYEES BELOW THE NEW MINIMUM: " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE TOTAL-CATCH-UP TO AMOUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "ANNUAL COST TO BRING THEM UP TO IT: " AMOUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       IF TITLE-OVERFLOWED = "Y"
           MOVE SPACES TO RW-DETAIL
           STRING "MORE JOB TITLES THAN THE TABLE HOLDS - THE"
               " EMPLOYEE SECTION IS INCOMPLETE."
               DELIMITED BY SIZE INTO RW-DETAIL
           PERFORM WRITE-REPORT-DETAIL.

       OPEN-THE-REPORT.
       MOVE "O" TO RW-REQUEST.
       MOVE SPACES TO RW-COLUMN-HEADING.
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

       READ-NEXT-PROPOSAL.
       READ BAND-REVALUATION-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-GRADE.
       READ PAYGRADE-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-EMPLOYEE.
       READ EMPLOYEES-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM EmployeeBandRevaluationPreview.
