       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeAttendancePoints.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "AbsencePhysicalFile.cbl".
       COPY "AdherenceExceptionPhysicalFile.cbl".
       COPY "OccurrencePointsPhysicalFile.cbl".
       COPY "OccurrenceLedgerPhysicalFile.cbl".
       COPY "OccurrenceBalancePhysicalFile.cbl".
       COPY "AttendanceWarningPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "AbsenceLogicFile.cbl".
       COPY "AdherenceExceptionLogicFile.cbl".
       COPY "OccurrencePointsLogicFile.cbl".
       COPY "OccurrenceLedgerLogicFile.cbl".
       COPY "OccurrenceBalanceLogicFile.cbl".
       COPY "AttendanceWarningLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  ABSENCE-FILE-STATUS PIC X(2).
       01  ADHERENCE-EXCEPTION-STATUS PIC X(2).
       01  OCCURRENCE-POINTS-STATUS PIC X(2).
       01  OCCURRENCE-LEDGER-STATUS PIC X(2).
       01  OCCURRENCE-BALANCE-STATUS PIC X(2).
       01  ATTENDANCE-WARNING-STATUS PIC X(2).
       01  END-OF-ABSENCES PIC X.
       01  END-OF-EXCEPTIONS PIC X.
       01  READ-ALL PIC X.
       77  RECORD-FOUND PIC X.
       01  TODAYS-DATE PIC 9(8).
      *Occurrences dated on or before this day - the same date a
      *year ago - have dropped off the balance.
       01  DROP-OFF-DATE PIC 9(8).

      *Points at which each warning is due: four, six and eight
      *unless ATTENDANCE_VERBAL_POINTS, ATTENDANCE_WRITTEN_POINTS
      *and ATTENDANCE_FINAL_POINTS in the environment say otherwise.
       01  VERBAL-THRESHOLD PIC 9(3) VALUE 4.
       01  WRITTEN-THRESHOLD PIC 9(3) VALUE 6.
       01  FINAL-THRESHOLD PIC 9(3) VALUE 8.
       01  THRESHOLD-WANTED PIC X(3) JUSTIFIED RIGHT.

      *One occurrence on its way to the ledger.
       01  POST-EMPLOYEE-ID PIC 9(6).
       01  POST-DATE PIC 9(8).
       01  POST-TYPE PIC X(1).
       01  POST-SOURCE PIC X(1).

      *The ledger sweep, one employee at a time.
       01  SWEEP-EMPLOYEE-ID PIC 9(6).
       01  SWEEP-POINTS PIC 9(3)V9.
       01  NEW-LEVEL PIC 9(1).
       01  PRIOR-LEVEL PIC 9(1).
       01  BALANCE-ON-FILE PIC X.

       01  LEVEL-NAMES.
           05  FILLER PIC X(20) VALUE "NONE".
           05  FILLER PIC X(20) VALUE "VERBAL WARNING".
           05  FILLER PIC X(20) VALUE "WRITTEN WARNING".
           05  FILLER PIC X(20) VALUE "FINAL WARNING".
       01  LEVEL-NAME-TABLE REDEFINES LEVEL-NAMES.
           05  LEVEL-NAME OCCURS 4 TIMES PIC X(20).

       01  OCCURRENCES-POSTED PIC 9(5) VALUE ZERO.
       01  ALREADY-POSTED PIC 9(5) VALUE ZERO.
       01  EMPLOYEES-WITH-POINTS PIC 9(5) VALUE ZERO.
       01  WARNINGS-ISSUED PIC 9(5) VALUE ZERO.
       01  LEVEL-COUNT-TABLE.
           05  LEVEL-COUNT OCCURS 4 TIMES PIC 9(5).
       01  LEVEL-INDEX PIC 9(1).
       01  COUNT-DISPLAY PIC ZZ,ZZ9.

       01  HEADING-LINE.
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(52) VALUE "NAME".
           05  FILLER PIC X(22) VALUE "DEPARTMENT".
           05  FILLER PIC X(7) VALUE "POINTS".
           05  FILLER PIC X(17) VALUE "WAS AT".
           05  FILLER PIC X(15) VALUE "NOW DUE".

       01  DETAIL-LINE.
           05  DL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-NAME PIC X(25).
           05  DL-LASTNAMES PIC X(25).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-DEPARTMENT PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-POINTS PIC ZZ9.9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-PRIOR-LEVEL PIC X(15).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-NEW-LEVEL PIC X(15).

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "attpoints".
       77  RW-TITLE PIC X(60)
           VALUE "ATTENDANCE POINTS - WARNING THRESHOLDS CROSSED".
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *The weekly attendance points run. Unplanned sick absences
      *from absences.dat - one occurrence per absence, however many
      *days it ran - and the late arrivals, early departures,
      *no-shows and missing OUT punches the schedule adherence check
      *left in adherexc.dat are posted to the occurrence ledger at
      *the points the table gives their type. Each employee's
      *rolling twelve-month balance is then recomputed from the
      *ledger, and everyone who has newly crossed the verbal,
      *written or final warning threshold is listed and written to
      *attwarning.dat for EmployeeLetterMerge to turn into warning
      *letters - the index cards, retired.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
       IF RETURN-CODE = ZERO
           PERFORM POST-THE-ABSENCES
           PERFORM POST-THE-ADHERENCE-EXCEPTIONS
           PERFORM OPEN-THE-REPORT
           PERFORM SWEEP-THE-LEDGER
           PERFORM PRINT-THE-COUNTS
           PERFORM CLOSE-THE-REPORT
           PERFORM CLOSING-PROCEDURE
           MOVE WARNINGS-ISSUED TO COUNT-DISPLAY
           DISPLAY "Attendance points: " COUNT-DISPLAY
               " warnings due, written to attwarning.dat.".
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       COMPUTE DROP-OFF-DATE = TODAYS-DATE - 10000.
       PERFORM GET-THE-THRESHOLDS.
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
       OPEN INPUT OCCURRENCE-POINTS-FILE.
       IF OCCURRENCE-POINTS-STATUS NOT = "00"
           DISPLAY "No points table in occpoints.dat - set it up"
               " with OccurrencePointsMaintenance first."
           MOVE 1 TO RETURN-CODE
           CLOSE EMPLOYEES-FILE
           GO TO OPENING-PROCEDURE-EXIT.
      *The ledger and balances are built the first time they are
      *needed, the same way EMPLOYEES-FILE is.
       OPEN I-O OCCURRENCE-LEDGER-FILE.
       IF OCCURRENCE-LEDGER-STATUS = "35"
           OPEN OUTPUT OCCURRENCE-LEDGER-FILE
           CLOSE OCCURRENCE-LEDGER-FILE
           OPEN I-O OCCURRENCE-LEDGER-FILE.
       IF OCCURRENCE-LEDGER-STATUS NOT = "00"
           DISPLAY "Error opening occledger.dat, status code "
               OCCURRENCE-LEDGER-STATUS "."
           MOVE 1 TO RETURN-CODE
           CLOSE EMPLOYEES-FILE
           CLOSE OCCURRENCE-POINTS-FILE
           GO TO OPENING-PROCEDURE-EXIT.
       OPEN I-O OCCURRENCE-BALANCE-FILE.
       IF OCCURRENCE-BALANCE-STATUS = "35"
           OPEN OUTPUT OCCURRENCE-BALANCE-FILE
           CLOSE OCCURRENCE-BALANCE-FILE
           OPEN I-O OCCURRENCE-BALANCE-FILE.
       IF OCCURRENCE-BALANCE-STATUS NOT = "00"
           DISPLAY "Error opening occbalance.dat, status code "
               OCCURRENCE-BALANCE-STATUS "."
           MOVE 1 TO RETURN-CODE
           CLOSE EMPLOYEES-FILE
           CLOSE OCCURRENCE-POINTS-FILE
           CLOSE OCCURRENCE-LEDGER-FILE
           GO TO OPENING-PROCEDURE-EXIT.
       OPEN OUTPUT ATTENDANCE-WARNING-FILE.
       OPENING-PROCEDURE-EXIT.
       EXIT.

       CLOSING-PROCEDURE.
       CLOSE EMPLOYEES-FILE.
       CLOSE OCCURRENCE-POINTS-FILE.
       CLOSE OCCURRENCE-LEDGER-FILE.
       CLOSE OCCURRENCE-BALANCE-FILE.
       CLOSE ATTENDANCE-WARNING-FILE.

      *Thresholds that do not climb verbal, written, final are
      *ignored in favour of the standing policy.
       GET-THE-THRESHOLDS.
       MOVE SPACES TO THRESHOLD-WANTED.
       ACCEPT THRESHOLD-WANTED FROM ENVIRONMENT
           "ATTENDANCE_VERBAL_POINTS".
       PERFORM EDIT-THE-THRESHOLD.
       IF THRESHOLD-WANTED IS NUMERIC
           MOVE THRESHOLD-WANTED TO VERBAL-THRESHOLD.
       MOVE SPACES TO THRESHOLD-WANTED.
       ACCEPT THRESHOLD-WANTED FROM ENVIRONMENT
           "ATTENDANCE_WRITTEN_POINTS".
       PERFORM EDIT-THE-THRESHOLD.
       IF THRESHOLD-WANTED IS NUMERIC
           MOVE THRESHOLD-WANTED TO WRITTEN-THRESHOLD.
       MOVE SPACES TO THRESHOLD-WANTED.
       ACCEPT THRESHOLD-WANTED FROM ENVIRONMENT
           "ATTENDANCE_FINAL_POINTS".
       PERFORM EDIT-THE-THRESHOLD.
       IF THRESHOLD-WANTED IS NUMERIC
           MOVE THRESHOLD-WANTED TO FINAL-THRESHOLD.
       IF VERBAL-THRESHOLD = ZERO
           OR WRITTEN-THRESHOLD NOT > VERBAL-THRESHOLD
           OR FINAL-THRESHOLD NOT > WRITTEN-THRESHOLD
           DISPLAY "Attendance thresholds out of order - using"
               " 4, 6 and 8 points."
           MOVE 4 TO VERBAL-THRESHOLD
           MOVE 6 TO WRITTEN-THRESHOLD
           MOVE 8 TO FINAL-THRESHOLD.

       EDIT-THE-THRESHOLD.
       IF THRESHOLD-WANTED NOT = SPACES
           INSPECT THRESHOLD-WANTED
               REPLACING LEADING " " BY "0".

      *Only unplanned sickness is an occurrence; vacation and
      *unpaid leave were asked for ahead.
       POST-THE-ABSENCES.
       OPEN INPUT ABSENCE-FILE.
       IF ABSENCE-FILE-STATUS = "00"
           MOVE "N" TO END-OF-ABSENCES
           PERFORM READ-NEXT-ABSENCE
           PERFORM POST-ONE-ABSENCE
               UNTIL END-OF-ABSENCES = "Y".
       CLOSE ABSENCE-FILE.

       POST-ONE-ABSENCE.
       IF ABSENCE-SICK
           MOVE ABSENCE-EMPLOYEE-ID TO POST-EMPLOYEE-ID
           MOVE ABSENCE-START-DATE TO POST-DATE
           MOVE "S" TO POST-TYPE
           MOVE "A" TO POST-SOURCE
           PERFORM POST-ONE-OCCURRENCE THRU POST-ONE-OCCURRENCE-EXIT.
       PERFORM READ-NEXT-ABSENCE.

       READ-NEXT-ABSENCE.
       READ ABSENCE-FILE
       AT END MOVE "Y" TO END-OF-ABSENCES.

      *No adherence extract just means the check has not run.
       POST-THE-ADHERENCE-EXCEPTIONS.
       OPEN INPUT ADHERENCE-EXCEPTION-FILE.
       IF ADHERENCE-EXCEPTION-STATUS = "00"
           MOVE "N" TO END-OF-EXCEPTIONS
           PERFORM READ-NEXT-EXCEPTION
           PERFORM POST-ONE-EXCEPTION
               UNTIL END-OF-EXCEPTIONS = "Y".
       CLOSE ADHERENCE-EXCEPTION-FILE.

       POST-ONE-EXCEPTION.
       MOVE ADHEXC-EMPLOYEE-ID TO POST-EMPLOYEE-ID.
       MOVE ADHEXC-DATE TO POST-DATE.
       MOVE ADHEXC-TYPE TO POST-TYPE.
       MOVE "H" TO POST-SOURCE.
       PERFORM POST-ONE-OCCURRENCE THRU POST-ONE-OCCURRENCE-EXIT.
       PERFORM READ-NEXT-EXCEPTION.

       READ-NEXT-EXCEPTION.
       READ ADHERENCE-EXCEPTION-FILE
       AT END MOVE "Y" TO END-OF-EXCEPTIONS.

      *A type off the table costs nothing, and an occurrence old
      *enough to have dropped off is not worth posting. The ledger
      *key turns a second posting of the same occurrence away.
       POST-ONE-OCCURRENCE.
       IF POST-DATE NOT > DROP-OFF-DATE
           OR POST-DATE > TODAYS-DATE
           GO TO POST-ONE-OCCURRENCE-EXIT.
       MOVE POST-TYPE TO OCCPTS-TYPE.
       READ OCCURRENCE-POINTS-FILE RECORD
           INVALID KEY
               GO TO POST-ONE-OCCURRENCE-EXIT
       END-READ.
       IF OCCPTS-POINTS = ZERO
           GO TO POST-ONE-OCCURRENCE-EXIT.
       MOVE POST-EMPLOYEE-ID TO OCC-EMPLOYEE-ID.
       MOVE POST-DATE TO OCC-DATE.
       MOVE POST-TYPE TO OCC-TYPE.
       MOVE OCCPTS-POINTS TO OCC-POINTS.
       MOVE POST-SOURCE TO OCC-SOURCE.
       MOVE TODAYS-DATE TO OCC-POSTED-DATE.
       WRITE OCCURRENCE-LEDGER-RECORD
           INVALID KEY
               ADD 1 TO ALREADY-POSTED
           NOT INVALID KEY
               ADD 1 TO OCCURRENCES-POSTED
       END-WRITE.
       POST-ONE-OCCURRENCE-EXIT.
       EXIT.

      *The ledger is in employee order, so each employee's
      *occurrences arrive together and are settled on the break.
       SWEEP-THE-LEDGER.
       MOVE 1 TO LEVEL-INDEX.
       PERFORM CLEAR-ONE-LEVEL-COUNT
           UNTIL LEVEL-INDEX > 4.
       MOVE "0" TO READ-ALL.
       MOVE LOW-VALUES TO OCC-KEY.
       START OCCURRENCE-LEDGER-FILE
           KEY IS NOT LESS THAN OCC-KEY
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-OCCURRENCE.
       IF READ-ALL = "0"
           MOVE OCC-EMPLOYEE-ID TO SWEEP-EMPLOYEE-ID
           MOVE ZERO TO SWEEP-POINTS.
       PERFORM SWEEP-ONE-OCCURRENCE
           UNTIL READ-ALL = "1".

       CLEAR-ONE-LEVEL-COUNT.
       MOVE ZERO TO LEVEL-COUNT (LEVEL-INDEX).
       ADD 1 TO LEVEL-INDEX.

       SWEEP-ONE-OCCURRENCE.
       IF OCC-DATE > DROP-OFF-DATE
           AND OCC-DATE NOT > TODAYS-DATE
           ADD OCC-POINTS TO SWEEP-POINTS.
       PERFORM READ-NEXT-OCCURRENCE.
       IF READ-ALL = "1"
           PERFORM SETTLE-ONE-EMPLOYEE
       ELSE
           IF OCC-EMPLOYEE-ID NOT = SWEEP-EMPLOYEE-ID
               PERFORM SETTLE-ONE-EMPLOYEE
               MOVE OCC-EMPLOYEE-ID TO SWEEP-EMPLOYEE-ID
               MOVE ZERO TO SWEEP-POINTS
           END-IF.

       READ-NEXT-OCCURRENCE.
       READ OCCURRENCE-LEDGER-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

      *The balance is rewritten every run. A rise past a threshold
      *is a warning due; a fall as points drop off quietly lowers
      *the level, so crossing it again later warns again.
       SETTLE-ONE-EMPLOYEE.
       PERFORM FIGURE-THE-NEW-LEVEL.
       MOVE SWEEP-EMPLOYEE-ID TO OCCBAL-EMPLOYEE-ID.
       MOVE "Y" TO BALANCE-ON-FILE.
       READ OCCURRENCE-BALANCE-FILE RECORD
           INVALID KEY
               MOVE "N" TO BALANCE-ON-FILE
               MOVE ZERO TO OCCBAL-WARNING-LEVEL
               MOVE ZERO TO OCCBAL-WARNING-DATE
       END-READ.
       MOVE OCCBAL-WARNING-LEVEL TO PRIOR-LEVEL.
       MOVE SWEEP-POINTS TO OCCBAL-POINTS.
       MOVE TODAYS-DATE TO OCCBAL-AS-OF-DATE.
       IF NEW-LEVEL > PRIOR-LEVEL
           MOVE NEW-LEVEL TO OCCBAL-WARNING-LEVEL
           MOVE TODAYS-DATE TO OCCBAL-WARNING-DATE
           PERFORM ISSUE-THE-WARNING.
       IF NEW-LEVEL < PRIOR-LEVEL
           MOVE NEW-LEVEL TO OCCBAL-WARNING-LEVEL
           IF NEW-LEVEL = ZERO
               MOVE ZERO TO OCCBAL-WARNING-DATE
           END-IF.
       IF BALANCE-ON-FILE = "Y"
           REWRITE OCCURRENCE-BALANCE-RECORD
               INVALID KEY
                   DISPLAY "Error updating the balance for "
                       SWEEP-EMPLOYEE-ID "."
           END-REWRITE
       ELSE
           WRITE OCCURRENCE-BALANCE-RECORD
               INVALID KEY
                   DISPLAY "Error writing the balance for "
                       SWEEP-EMPLOYEE-ID "."
           END-WRITE.
       IF SWEEP-POINTS > ZERO
           ADD 1 TO EMPLOYEES-WITH-POINTS.
       ADD 1 TO LEVEL-COUNT (NEW-LEVEL + 1).

       FIGURE-THE-NEW-LEVEL.
       EVALUATE TRUE
           WHEN SWEEP-POINTS NOT < FINAL-THRESHOLD
               MOVE 3 TO NEW-LEVEL
           WHEN SWEEP-POINTS NOT < WRITTEN-THRESHOLD
               MOVE 2 TO NEW-LEVEL
           WHEN SWEEP-POINTS NOT < VERBAL-THRESHOLD
               MOVE 1 TO NEW-LEVEL
           WHEN OTHER
               MOVE 0 TO NEW-LEVEL
       END-EVALUATE.

      *Someone who has left, or is laid off, gets no letter; the
      *level is still recorded.
       ISSUE-THE-WARNING.
       MOVE SPACES TO DETAIL-LINE.
       MOVE SWEEP-EMPLOYEE-ID TO DL-ID.
       MOVE SWEEP-EMPLOYEE-ID TO EMPLOYEES-ID.
       MOVE "Y" TO RECORD-FOUND.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "N"
           MOVE "(NOT ON MASTER)" TO DL-NAME
       ELSE
           MOVE EMPLOYEES-NAME TO DL-NAME
           MOVE EMPLOYEES-LASTNAMES TO DL-LASTNAMES
           MOVE EMPLOYEES-DEPARTMENT TO DL-DEPARTMENT.
       MOVE SWEEP-POINTS TO DL-POINTS.
       MOVE LEVEL-NAME (PRIOR-LEVEL + 1) TO DL-PRIOR-LEVEL.
       MOVE LEVEL-NAME (NEW-LEVEL + 1) TO DL-NEW-LEVEL.
       IF RECORD-FOUND = "Y"
           IF EMPLOYEES-ACTIVE OR EMPLOYEES-ON-LEAVE
               PERFORM WRITE-ONE-WARNING
           ELSE
               MOVE "NO LETTER-LEFT" TO DL-NEW-LEVEL
           END-IF.
       MOVE DETAIL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

       WRITE-ONE-WARNING.
       MOVE SPACES TO ATTENDANCE-WARNING-RECORD.
       MOVE SWEEP-EMPLOYEE-ID TO ATW-EMPLOYEE-ID.
       MOVE LEVEL-NAME (NEW-LEVEL + 1) TO ATW-WARNING-DESCRIPTION.
       MOVE SWEEP-POINTS TO ATW-POINTS.
       MOVE TODAYS-DATE TO ATW-AS-OF-DATE.
       WRITE ATTENDANCE-WARNING-RECORD.
       ADD 1 TO WARNINGS-ISSUED.

       PRINT-THE-COUNTS.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE OCCURRENCES-POSTED TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "OCCURRENCES POSTED THIS RUN:   " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE ALREADY-POSTED TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "ALREADY ON THE LEDGER:         " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE EMPLOYEES-WITH-POINTS TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "EMPLOYEES WITH POINTS:         " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE 2 TO LEVEL-INDEX.
       PERFORM PRINT-ONE-LEVEL-COUNT
           UNTIL LEVEL-INDEX > 4.
       MOVE WARNINGS-ISSUED TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "WARNING LETTERS DUE:           " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

       PRINT-ONE-LEVEL-COUNT.
       MOVE LEVEL-COUNT (LEVEL-INDEX) TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "NOW AT " LEVEL-NAME (LEVEL-INDEX) "    " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       ADD 1 TO LEVEL-INDEX.

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

       END PROGRAM EmployeeAttendancePoints.
