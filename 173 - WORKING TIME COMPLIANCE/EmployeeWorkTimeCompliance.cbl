       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeWorkTimeCompliance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "BadgePhysicalFile.cbl".
       COPY "BranchPhysicalFile.cbl".
       COPY "HoursPhysicalFile.cbl".
       COPY "WorkTimeRulePhysicalFile.cbl".

      *The raw clock export, for the actual IN and OUT times the
      *break and rest rules are measured on.
       SELECT OPTIONAL PUNCH-FILE
       ASSIGN TO "punches.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PUNCH-FILE-STATUS.

       SELECT SORT-WORK-FILE
       ASSIGN TO "worktimesort.tmp".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "BadgeLogicFile.cbl".
       COPY "BranchLogicFile.cbl".
       COPY "HoursLogicFile.cbl".
       COPY "WorkTimeRuleLogicFile.cbl".

       FD PUNCH-FILE.
       01 PUNCH-RECORD.
           05 PUNCH-EMPLOYEE-ID PIC 9(6).
           05 FILLER PIC X(1).
           05 PUNCH-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PUNCH-TIME.
               10 PUNCH-HOUR PIC 9(2).
               10 PUNCH-MINUTE PIC 9(2).
           05 FILLER PIC X(1).
           05 PUNCH-DIRECTION PIC X(1).
               88 PUNCH-IN VALUE "I".
               88 PUNCH-OUT VALUE "O".

      *Every usable punch in the window, by employee and by minutes
      *from the start of the window, so a night shift reads as one
      *run of time across midnight.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-EMPLOYEE-ID PIC 9(6).
           05  SORT-ABS-MINUTES PIC 9(6).
           05  SORT-DAY-INDEX PIC 9(2).
           05  SORT-TIME PIC 9(4).
           05  SORT-DIRECTION PIC X(1).

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  BADGE-FILE-STATUS PIC X(2).
       01  BRANCH-FILE-STATUS PIC X(2).
       01  HOURS-FILE-STATUS PIC X(2).
       01  WORK-TIME-RULE-STATUS PIC X(2).
       01  PUNCH-FILE-STATUS PIC X(2).
      *Stays N until badges.dat opens, in which case punches are
      *taken as raw employee IDs - the same transition stance the
      *time clock interface takes.
       01  BADGE-XREF-PRESENT PIC X VALUE "N".
       01  BRANCH-TABLE-PRESENT PIC X VALUE "N".
       01  TRANSLATED-EMPLOYEE-ID PIC 9(6).
       77  BADGE-IS-USABLE PIC X.
       77  RECORD-FOUND PIC X.
       01  READ-ALL PIC X.
       01  END-OF-PUNCHES PIC X.
       01  END-OF-HOURS PIC X.
       01  TODAYS-DATE PIC 9(8).

      *The week checked runs Monday to Sunday and is last week unless
      *COMPLIANCE_WEEK_START in the environment names its first day.
      *The fourteen days before it are read too, for the rest before
      *the week's first shift and for a run of days that started
      *earlier; the day after it carries the end of Sunday night's
      *shift.
       01  WEEK-START-WANTED PIC X(8) VALUE SPACES.
       01  WEEK-FIRST-DAY PIC 9(2) VALUE 15.
       01  WEEK-LAST-DAY PIC 9(2) VALUE 21.
       01  DAY-INDEX PIC 9(2).
       01  DAY-WAS-FOUND PIC X.
       01  DAY-TABLE.
           05  DAY-DATE OCCURS 22 TIMES PIC 9(8).

      *Arguments for the shared date service, which owns the
      *month-length and leap-year rules.
       77  DS-REQUEST PIC X.
       77  DS-DATE-IN PIC 9(8).
       77  DS-DATE-OUT PIC 9(8).
       77  DS-STATUS PIC X(2).

      *A gap between an OUT and the next IN shorter than this is a
      *break inside one shift; anything longer ends the shift.
       01  SHIFT-SPLIT-MINUTES PIC 9(4) VALUE 240.

      *The employee being checked and the rules their branch's
      *country sets.
       01  CURRENT-EMPLOYEE-ID PIC 9(6).
       01  FIRST-EMPLOYEE PIC X VALUE "Y".
       01  LOOK-EMPLOYEE-ID PIC 9(6).
       01  RULES-FOUND PIC X.
       01  RULE-COUNTRY PIC X(3).
       01  CHECKED-NAME PIC X(25).
       01  CHECKED-LASTNAMES PIC X(25).
       01  CHECKED-SHIFT-CODE PIC X(2).

      *The shift in progress and what came before it.
       01  SHIFT-OPEN PIC X.
       01  SHIFT-DAY-INDEX PIC 9(2).
       01  SHIFT-START-TIME PIC 9(4).
       01  SHIFT-WORKED-MINUTES PIC 9(6).
       01  SHIFT-LONGEST-BREAK PIC 9(6).
       01  PENDING-IN PIC X.
       01  PENDING-IN-ABS PIC 9(6).
       01  HAS-LAST-OUT PIC X.
       01  LAST-OUT-ABS PIC 9(6).
       01  GAP-MINUTES PIC 9(6).
       01  LAST-SHIFT-DAY PIC 9(2).
       01  DAYS-IN-A-ROW PIC 9(2).
       01  RUN-ALREADY-REPORTED PIC X.
       01  LIMIT-MINUTES PIC 9(6).

      *Each employee's clocked hours in the week from hours.dat.
       01  WEEKLY-LIMIT PIC 9(4) VALUE 2000.
       01  WEEKLY-COUNT PIC 9(4) VALUE ZERO.
       01  WEEKLY-INDEX PIC 9(4).
       01  WEEKLY-WAS-FOUND PIC X.
       01  WEEKLY-TABLE.
           05  WEEKLY-ENTRY OCCURS 2000 TIMES.
               10  WEEKLY-EMPLOYEE-ID PIC 9(6).
               10  WEEKLY-HOURS PIC 9(3)V99.

      *One violation on its way to the report and the workbench.
       01  VIOLATION-RULE PIC X(18).
       01  VIOLATION-DAY-INDEX PIC 9(2).
       01  VIOLATION-TIME PIC X(4).
       01  VIOLATION-ACTUAL PIC X(10).
       01  VIOLATION-LIMIT PIC X(10).
       01  MINUTES-EDIT PIC ZZZZ9.
       01  HOURS-WORK PIC 9(4)V99.
       01  HOURS-EDIT PIC ZZZ9.99.
       01  DAYS-EDIT PIC Z9.

       01  BREAK-VIOLATIONS PIC 9(5) VALUE ZERO.
       01  REST-VIOLATIONS PIC 9(5) VALUE ZERO.
       01  DAYS-VIOLATIONS PIC 9(5) VALUE ZERO.
       01  WEEKLY-VIOLATIONS PIC 9(5) VALUE ZERO.
       01  EMPLOYEES-CHECKED PIC 9(5) VALUE ZERO.
       01  NOT-COVERED-COUNT PIC 9(5) VALUE ZERO.
       01  COUNT-DISPLAY PIC ZZ,ZZ9.

      *Arguments for the shared exception queue the workbench works.
       77  EQ-SOURCE PIC X(20).
       77  EQ-EMPLOYEE-ID PIC 9(6).
       77  EQ-SEVERITY PIC X(1).
       77  EQ-TEXT PIC X(40).
       77  EQ-STATUS PIC X(2).

       01  HEADING-LINE.
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(52) VALUE "NAME".
           05  FILLER PIC X(7) VALUE "SHIFT".
           05  FILLER PIC X(10) VALUE "DATE".
           05  FILLER PIC X(6) VALUE "START".
           05  FILLER PIC X(20) VALUE "RULE".
           05  FILLER PIC X(12) VALUE "ACTUAL".
           05  FILLER PIC X(10) VALUE "LIMIT".

       01  DETAIL-LINE.
           05  DL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-NAME PIC X(25).
           05  DL-LASTNAMES PIC X(25).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-SHIFT-CODE PIC X(2).
           05  FILLER PIC X(5) VALUE SPACES.
           05  DL-DATE PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-TIME PIC X(4).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-RULE PIC X(18).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-ACTUAL PIC X(10).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-LIMIT PIC X(10).

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "worktime".
       77  RW-TITLE PIC X(60).
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Weekly working-time compliance. The week's punches are walked
      *per employee as a run of shifts - a gap of four hours or more
      *between an OUT and the next IN ends a shift - and held
      *against the rules of the country of the employee's branch:
      *a break of the minimum length once a shift runs past the
      *hours given, the minimum rest between one shift and the
      *next, and the most days worked in a row. The week's hours
      *from hours.dat are held against the weekly maximum. Every
      *violation is listed by employee and shift and queued on the
      *exception workbench for the supervisor to explain.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
       IF RETURN-CODE = ZERO
           PERFORM BUILD-THE-WINDOW
           PERFORM OPEN-THE-REPORT
           MOVE "BREAKS, REST AND DAYS IN A ROW" TO RW-DETAIL
           PERFORM WRITE-REPORT-DETAIL
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-EMPLOYEE-ID SORT-ABS-MINUTES
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS CHECK-THE-SHIFTS
           PERFORM CHECK-THE-WEEKLY-HOURS
           PERFORM PRINT-THE-COUNTS
           PERFORM CLOSE-THE-REPORT
           PERFORM CLOSING-PROCEDURE
           MOVE EMPLOYEES-CHECKED TO COUNT-DISPLAY
           DISPLAY "Working-time compliance: " COUNT-DISPLAY
               " employees checked for the week of "
               DAY-DATE (WEEK-FIRST-DAY) ".".
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
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
           MOVE 1 TO RETURN-CODE
           GO TO OPENING-PROCEDURE-EXIT.
      *Without rules there is nothing to check against.
       OPEN INPUT WORK-TIME-RULE-FILE.
       IF WORK-TIME-RULE-STATUS NOT = "00"
           DISPLAY "No working-time rules in worktimerules.dat -"
               " set them up with WorkTimeRuleMaintenance first."
           MOVE 1 TO RETURN-CODE
           CLOSE EMPLOYEES-FILE
           GO TO OPENING-PROCEDURE-EXIT.
       OPEN INPUT BADGE-FILE.
       IF BADGE-FILE-STATUS = "00"
           MOVE "Y" TO BADGE-XREF-PRESENT.
      *Without the branch table everyone is taken to work in the
      *home country.
       OPEN INPUT BRANCH-FILE.
       IF BRANCH-FILE-STATUS = "00"
           MOVE "Y" TO BRANCH-TABLE-PRESENT.
       OPENING-PROCEDURE-EXIT.
       EXIT.

       CLOSING-PROCEDURE.
       CLOSE EMPLOYEES-FILE.
       CLOSE WORK-TIME-RULE-FILE.
       IF BADGE-XREF-PRESENT = "Y"
           CLOSE BADGE-FILE.
       IF BRANCH-TABLE-PRESENT = "Y"
           CLOSE BRANCH-FILE.

      *Last week runs from the Monday before this week's Monday:
      *step back to this Monday, then seven days more. The window
      *is then filled back fourteen days and on to the Monday after.
       BUILD-THE-WINDOW.
       ACCEPT WEEK-START-WANTED FROM ENVIRONMENT
           "COMPLIANCE_WEEK_START".
       IF WEEK-START-WANTED NOT = SPACES
           AND WEEK-START-WANTED IS NUMERIC
           MOVE WEEK-START-WANTED TO DAY-DATE (WEEK-FIRST-DAY)
       ELSE
           MOVE "W" TO DS-REQUEST
           MOVE TODAYS-DATE TO DS-DATE-IN
           PERFORM CALL-THE-DATE-SERVICE
           MOVE TODAYS-DATE TO DAY-DATE (WEEK-FIRST-DAY)
           COMPUTE DAY-INDEX = DS-DATE-OUT + 6
           PERFORM STEP-THE-WEEK-BACK DAY-INDEX TIMES.
       COMPUTE DAY-INDEX = WEEK-FIRST-DAY - 1.
       PERFORM FILL-ONE-EARLIER-DAY
           UNTIL DAY-INDEX = ZERO.
       COMPUTE DAY-INDEX = WEEK-FIRST-DAY + 1.
       PERFORM FILL-ONE-LATER-DAY
           UNTIL DAY-INDEX > 22.
       MOVE SPACES TO RW-TITLE.
       STRING "WORKING-TIME COMPLIANCE - WEEK OF "
           DAY-DATE (WEEK-FIRST-DAY)
           DELIMITED BY SIZE INTO RW-TITLE.

       STEP-THE-WEEK-BACK.
       MOVE "P" TO DS-REQUEST.
       MOVE DAY-DATE (WEEK-FIRST-DAY) TO DS-DATE-IN.
       PERFORM CALL-THE-DATE-SERVICE.
       MOVE DS-DATE-OUT TO DAY-DATE (WEEK-FIRST-DAY).

       FILL-ONE-EARLIER-DAY.
       MOVE "P" TO DS-REQUEST.
       MOVE DAY-DATE (DAY-INDEX + 1) TO DS-DATE-IN.
       PERFORM CALL-THE-DATE-SERVICE.
       MOVE DS-DATE-OUT TO DAY-DATE (DAY-INDEX).
       SUBTRACT 1 FROM DAY-INDEX.

       FILL-ONE-LATER-DAY.
       MOVE "N" TO DS-REQUEST.
       MOVE DAY-DATE (DAY-INDEX - 1) TO DS-DATE-IN.
       PERFORM CALL-THE-DATE-SERVICE.
       MOVE DS-DATE-OUT TO DAY-DATE (DAY-INDEX).
       ADD 1 TO DAY-INDEX.

       CALL-THE-DATE-SERVICE.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.

      *A missing punch export leaves nothing to check but the
      *weekly hours.
       LOAD-SORT-FILE.
       OPEN INPUT PUNCH-FILE.
       IF PUNCH-FILE-STATUS = "00"
           MOVE "N" TO END-OF-PUNCHES
           PERFORM READ-NEXT-PUNCH
           PERFORM RELEASE-ONE-PUNCH
               UNTIL END-OF-PUNCHES = "Y".
       CLOSE PUNCH-FILE.

       RELEASE-ONE-PUNCH.
       MOVE "N" TO DAY-WAS-FOUND.
       MOVE 1 TO DAY-INDEX.
       PERFORM LOOK-FOR-PUNCH-DAY
           UNTIL DAY-WAS-FOUND = "Y"
           OR DAY-INDEX > 22.
       IF DAY-WAS-FOUND = "Y"
           PERFORM TRANSLATE-THE-BADGE
           IF BADGE-IS-USABLE = "Y"
               MOVE TRANSLATED-EMPLOYEE-ID TO SORT-EMPLOYEE-ID
               COMPUTE SORT-ABS-MINUTES = (DAY-INDEX - 1) * 1440
                   + PUNCH-HOUR * 60 + PUNCH-MINUTE
               MOVE DAY-INDEX TO SORT-DAY-INDEX
               MOVE PUNCH-TIME TO SORT-TIME
               MOVE PUNCH-DIRECTION TO SORT-DIRECTION
               RELEASE SORT-RECORD
           END-IF.
       PERFORM READ-NEXT-PUNCH.

       LOOK-FOR-PUNCH-DAY.
       IF DAY-DATE (DAY-INDEX) = PUNCH-DATE
           MOVE "Y" TO DAY-WAS-FOUND
       ELSE
           ADD 1 TO DAY-INDEX.

      *Badges nobody was issued, or deactivated ones, are already
      *on the time clock interface's exception report; here they
      *are simply not anybody's punch.
       TRANSLATE-THE-BADGE.
       MOVE "Y" TO BADGE-IS-USABLE.
       MOVE PUNCH-EMPLOYEE-ID TO TRANSLATED-EMPLOYEE-ID.
       IF BADGE-XREF-PRESENT = "Y"
           MOVE PUNCH-EMPLOYEE-ID TO BADGE-NUMBER
           READ BADGE-FILE RECORD
               INVALID KEY
                   MOVE "N" TO BADGE-IS-USABLE
               NOT INVALID KEY
                   IF BADGE-DEACTIVATE-DATE NOT = ZERO
                       MOVE "N" TO BADGE-IS-USABLE
                   ELSE
                       MOVE BADGE-EMPLOYEE-ID
                           TO TRANSLATED-EMPLOYEE-ID
                   END-IF
           END-READ.

       READ-NEXT-PUNCH.
       READ PUNCH-FILE
       AT END MOVE "Y" TO END-OF-PUNCHES.

       CHECK-THE-SHIFTS.
       MOVE "0" TO READ-ALL.
       PERFORM RETURN-NEXT-SORTED-PUNCH.
       PERFORM CHECK-ONE-PUNCH
           UNTIL READ-ALL = "1".
       IF FIRST-EMPLOYEE = "N"
           PERFORM FINISH-ONE-EMPLOYEE.

       CHECK-ONE-PUNCH.
       IF FIRST-EMPLOYEE = "Y"
           OR SORT-EMPLOYEE-ID NOT = CURRENT-EMPLOYEE-ID
           IF FIRST-EMPLOYEE = "N"
               PERFORM FINISH-ONE-EMPLOYEE
           END-IF
           PERFORM START-ONE-EMPLOYEE.
       IF SORT-DIRECTION = "I"
           PERFORM TAKE-AN-IN-PUNCH.
       IF SORT-DIRECTION = "O"
           PERFORM TAKE-AN-OUT-PUNCH.
       PERFORM RETURN-NEXT-SORTED-PUNCH.

       START-ONE-EMPLOYEE.
       MOVE "N" TO FIRST-EMPLOYEE.
       MOVE SORT-EMPLOYEE-ID TO CURRENT-EMPLOYEE-ID.
       MOVE SORT-EMPLOYEE-ID TO LOOK-EMPLOYEE-ID.
       PERFORM LOOK-UP-THE-RULES.
       IF RULES-FOUND = "N"
           ADD 1 TO NOT-COVERED-COUNT.
       ADD 1 TO EMPLOYEES-CHECKED.
       MOVE "N" TO SHIFT-OPEN.
       MOVE "N" TO PENDING-IN.
       MOVE "N" TO HAS-LAST-OUT.
       MOVE ZERO TO LAST-SHIFT-DAY.
       MOVE ZERO TO DAYS-IN-A-ROW.
       MOVE "N" TO RUN-ALREADY-REPORTED.

       FINISH-ONE-EMPLOYEE.
       IF SHIFT-OPEN = "Y"
           PERFORM CLOSE-THE-SHIFT.

      *Master, then branch, then the branch country's rules. An
      *employee whose country has no rules is counted, not checked.
       LOOK-UP-THE-RULES.
       MOVE SPACES TO RULE-COUNTRY.
       MOVE SPACES TO CHECKED-LASTNAMES.
       MOVE SPACES TO CHECKED-SHIFT-CODE.
       MOVE LOOK-EMPLOYEE-ID TO EMPLOYEES-ID.
       MOVE "Y" TO RECORD-FOUND.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "N"
           MOVE "(NOT ON MASTER)" TO CHECKED-NAME
       ELSE
           MOVE EMPLOYEES-NAME TO CHECKED-NAME
           MOVE EMPLOYEES-LASTNAMES TO CHECKED-LASTNAMES
           MOVE EMPLOYEES-SHIFT-CODE TO CHECKED-SHIFT-CODE
           IF BRANCH-TABLE-PRESENT = "Y"
               MOVE EMPLOYEES-BRANCH TO BRANCH-CODE
               READ BRANCH-FILE RECORD
                   NOT INVALID KEY
                       MOVE BRANCH-COUNTRY TO RULE-COUNTRY
               END-READ
           END-IF.
       MOVE RULE-COUNTRY TO WTRULE-COUNTRY.
       MOVE "Y" TO RULES-FOUND.
       READ WORK-TIME-RULE-FILE RECORD
           INVALID KEY
               MOVE "N" TO RULES-FOUND
       END-READ.

      *An IN soon after the last OUT is the end of a break in the
      *same shift; otherwise the shift before has ended and a new
      *one starts here.
       TAKE-AN-IN-PUNCH.
       IF SHIFT-OPEN = "Y" AND HAS-LAST-OUT = "Y"
           AND SORT-ABS-MINUTES - LAST-OUT-ABS < SHIFT-SPLIT-MINUTES
           COMPUTE GAP-MINUTES = SORT-ABS-MINUTES - LAST-OUT-ABS
           IF GAP-MINUTES > SHIFT-LONGEST-BREAK
               MOVE GAP-MINUTES TO SHIFT-LONGEST-BREAK
           END-IF
       ELSE
           IF SHIFT-OPEN = "Y"
               PERFORM CLOSE-THE-SHIFT
           END-IF
           PERFORM OPEN-A-SHIFT.
       MOVE "Y" TO PENDING-IN.
       MOVE SORT-ABS-MINUTES TO PENDING-IN-ABS.

      *An OUT with no IN before it is already on the time clock
      *interface's exception report and measures nothing here.
       TAKE-AN-OUT-PUNCH.
       IF PENDING-IN = "Y"
           COMPUTE SHIFT-WORKED-MINUTES = SHIFT-WORKED-MINUTES
               + SORT-ABS-MINUTES - PENDING-IN-ABS
           MOVE "N" TO PENDING-IN
           MOVE SORT-ABS-MINUTES TO LAST-OUT-ABS
           MOVE "Y" TO HAS-LAST-OUT.

      *A new shift is where the rest since the last one and the run
      *of days worked are judged.
       OPEN-A-SHIFT.
       MOVE "Y" TO SHIFT-OPEN.
       MOVE SORT-DAY-INDEX TO SHIFT-DAY-INDEX.
       MOVE SORT-TIME TO SHIFT-START-TIME.
       MOVE ZERO TO SHIFT-WORKED-MINUTES.
       MOVE ZERO TO SHIFT-LONGEST-BREAK.
       IF HAS-LAST-OUT = "Y"
           PERFORM CHECK-THE-REST.
       PERFORM COUNT-THE-DAYS-IN-A-ROW.

       CHECK-THE-REST.
       COMPUTE GAP-MINUTES = SORT-ABS-MINUTES - LAST-OUT-ABS.
       COMPUTE LIMIT-MINUTES = WTRULE-MIN-REST-HOURS * 60.
       IF RULES-FOUND = "Y"
           AND WTRULE-MIN-REST-HOURS > ZERO
           AND SHIFT-DAY-INDEX NOT < WEEK-FIRST-DAY
           AND SHIFT-DAY-INDEX NOT > WEEK-LAST-DAY
           AND GAP-MINUTES < LIMIT-MINUTES
           MOVE "SHORT REST" TO VIOLATION-RULE
           COMPUTE HOURS-WORK ROUNDED = GAP-MINUTES / 60
           PERFORM FORMAT-HOURS-ACTUAL
           MOVE WTRULE-MIN-REST-HOURS TO HOURS-WORK
           PERFORM FORMAT-HOURS-LIMIT
           PERFORM REPORT-SHIFT-VIOLATION
           ADD 1 TO REST-VIOLATIONS.

      *A second shift on the same day does not add a day; a gap of
      *a day or more starts the count again.
       COUNT-THE-DAYS-IN-A-ROW.
       IF SHIFT-DAY-INDEX NOT = LAST-SHIFT-DAY
           IF LAST-SHIFT-DAY > ZERO
               AND SHIFT-DAY-INDEX = LAST-SHIFT-DAY + 1
               ADD 1 TO DAYS-IN-A-ROW
           ELSE
               MOVE 1 TO DAYS-IN-A-ROW
               MOVE "N" TO RUN-ALREADY-REPORTED
           END-IF
           MOVE SHIFT-DAY-INDEX TO LAST-SHIFT-DAY
           IF RULES-FOUND = "Y"
               AND WTRULE-MAX-CONSECUTIVE-DAYS > ZERO
               AND DAYS-IN-A-ROW > WTRULE-MAX-CONSECUTIVE-DAYS
               AND RUN-ALREADY-REPORTED = "N"
               AND SHIFT-DAY-INDEX NOT < WEEK-FIRST-DAY
               AND SHIFT-DAY-INDEX NOT > WEEK-LAST-DAY
               PERFORM REPORT-TOO-MANY-DAYS
           END-IF.

       REPORT-TOO-MANY-DAYS.
       MOVE "Y" TO RUN-ALREADY-REPORTED.
       MOVE "DAYS IN A ROW" TO VIOLATION-RULE.
       MOVE DAYS-IN-A-ROW TO DAYS-EDIT.
       MOVE SPACES TO VIOLATION-ACTUAL.
       STRING DAYS-EDIT " DAYS" DELIMITED BY SIZE
           INTO VIOLATION-ACTUAL.
       MOVE WTRULE-MAX-CONSECUTIVE-DAYS TO DAYS-EDIT.
       MOVE SPACES TO VIOLATION-LIMIT.
       STRING DAYS-EDIT " DAYS" DELIMITED BY SIZE
           INTO VIOLATION-LIMIT.
       PERFORM REPORT-SHIFT-VIOLATION.
       ADD 1 TO DAYS-VIOLATIONS.

      *A shift that ran past the break threshold needed a break of
      *the minimum length somewhere in it.
       CLOSE-THE-SHIFT.
       MOVE "N" TO SHIFT-OPEN.
       COMPUTE LIMIT-MINUTES = WTRULE-BREAK-AFTER-HOURS * 60.
       IF RULES-FOUND = "Y"
           AND WTRULE-BREAK-AFTER-HOURS > ZERO
           AND SHIFT-DAY-INDEX NOT < WEEK-FIRST-DAY
           AND SHIFT-DAY-INDEX NOT > WEEK-LAST-DAY
           AND SHIFT-WORKED-MINUTES > LIMIT-MINUTES
           AND SHIFT-LONGEST-BREAK < WTRULE-MIN-BREAK-MINUTES
           IF SHIFT-LONGEST-BREAK = ZERO
               MOVE "NO BREAK TAKEN" TO VIOLATION-RULE
           ELSE
               MOVE "BREAK TOO SHORT" TO VIOLATION-RULE
           END-IF
           MOVE SHIFT-LONGEST-BREAK TO MINUTES-EDIT
           MOVE SPACES TO VIOLATION-ACTUAL
           STRING MINUTES-EDIT " MIN" DELIMITED BY SIZE
               INTO VIOLATION-ACTUAL
           MOVE WTRULE-MIN-BREAK-MINUTES TO MINUTES-EDIT
           MOVE SPACES TO VIOLATION-LIMIT
           STRING MINUTES-EDIT " MIN" DELIMITED BY SIZE
               INTO VIOLATION-LIMIT
           PERFORM REPORT-SHIFT-VIOLATION
           ADD 1 TO BREAK-VIOLATIONS.

       FORMAT-HOURS-ACTUAL.
       MOVE HOURS-WORK TO HOURS-EDIT.
       MOVE SPACES TO VIOLATION-ACTUAL.
       STRING HOURS-EDIT " HRS" DELIMITED BY SIZE
           INTO VIOLATION-ACTUAL.

       FORMAT-HOURS-LIMIT.
       MOVE HOURS-WORK TO HOURS-EDIT.
       MOVE SPACES TO VIOLATION-LIMIT.
       STRING HOURS-EDIT " HRS" DELIMITED BY SIZE
           INTO VIOLATION-LIMIT.

       REPORT-SHIFT-VIOLATION.
       MOVE SHIFT-DAY-INDEX TO VIOLATION-DAY-INDEX.
       MOVE SHIFT-START-TIME TO VIOLATION-TIME.
       PERFORM REPORT-ONE-VIOLATION.

       REPORT-ONE-VIOLATION.
       MOVE SPACES TO DETAIL-LINE.
       MOVE LOOK-EMPLOYEE-ID TO DL-ID.
       MOVE CHECKED-NAME TO DL-NAME.
       MOVE CHECKED-LASTNAMES TO DL-LASTNAMES.
       MOVE CHECKED-SHIFT-CODE TO DL-SHIFT-CODE.
       MOVE DAY-DATE (VIOLATION-DAY-INDEX) TO DL-DATE.
       MOVE VIOLATION-TIME TO DL-TIME.
       MOVE VIOLATION-RULE TO DL-RULE.
       MOVE VIOLATION-ACTUAL TO DL-ACTUAL.
       MOVE VIOLATION-LIMIT TO DL-LIMIT.
       MOVE DETAIL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE SPACES TO EQ-TEXT.
       STRING VIOLATION-RULE DAY-DATE (VIOLATION-DAY-INDEX)
           " " VIOLATION-TIME
           DELIMITED BY SIZE INTO EQ-TEXT.
       MOVE LOOK-EMPLOYEE-ID TO EQ-EMPLOYEE-ID.
       PERFORM QUEUE-THE-EXCEPTION.

       RETURN-NEXT-SORTED-PUNCH.
       RETURN SORT-WORK-FILE
       AT END MOVE "1" TO READ-ALL.

      *The week's clocked hours, as the time clock interface paired
      *them, against the weekly maximum.
       CHECK-THE-WEEKLY-HOURS.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE "WEEKLY HOURS" TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       OPEN INPUT HOURS-FILE.
       IF HOURS-FILE-STATUS = "00"
           MOVE "N" TO END-OF-HOURS
           PERFORM READ-NEXT-HOURS
           PERFORM ADD-ONE-DAYS-HOURS
               UNTIL END-OF-HOURS = "Y".
       CLOSE HOURS-FILE.
       MOVE 1 TO WEEKLY-INDEX.
       PERFORM JUDGE-ONE-WEEK
           UNTIL WEEKLY-INDEX > WEEKLY-COUNT.

       ADD-ONE-DAYS-HOURS.
       IF HOURS-DATE NOT < DAY-DATE (WEEK-FIRST-DAY)
           AND HOURS-DATE NOT > DAY-DATE (WEEK-LAST-DAY)
           PERFORM FIND-WEEKLY-ENTRY
           IF WEEKLY-WAS-FOUND = "N"
               AND WEEKLY-COUNT < WEEKLY-LIMIT
               ADD 1 TO WEEKLY-COUNT
               MOVE WEEKLY-COUNT TO WEEKLY-INDEX
               MOVE HOURS-EMPLOYEE-ID
                   TO WEEKLY-EMPLOYEE-ID (WEEKLY-INDEX)
               MOVE ZERO TO WEEKLY-HOURS (WEEKLY-INDEX)
               MOVE "Y" TO WEEKLY-WAS-FOUND
           END-IF
           IF WEEKLY-WAS-FOUND = "Y"
               ADD HOURS-WORKED TO WEEKLY-HOURS (WEEKLY-INDEX)
           END-IF.
       PERFORM READ-NEXT-HOURS.

       FIND-WEEKLY-ENTRY.
       MOVE "N" TO WEEKLY-WAS-FOUND.
       MOVE 1 TO WEEKLY-INDEX.
       PERFORM LOOK-FOR-WEEKLY-ENTRY
           UNTIL WEEKLY-WAS-FOUND = "Y"
           OR WEEKLY-INDEX > WEEKLY-COUNT.

       LOOK-FOR-WEEKLY-ENTRY.
       IF WEEKLY-EMPLOYEE-ID (WEEKLY-INDEX) = HOURS-EMPLOYEE-ID
           MOVE "Y" TO WEEKLY-WAS-FOUND
       ELSE
           ADD 1 TO WEEKLY-INDEX.

       JUDGE-ONE-WEEK.
       MOVE WEEKLY-EMPLOYEE-ID (WEEKLY-INDEX) TO LOOK-EMPLOYEE-ID.
       PERFORM LOOK-UP-THE-RULES.
       IF RULES-FOUND = "Y"
           AND WTRULE-MAX-WEEKLY-HOURS > ZERO
           AND WEEKLY-HOURS (WEEKLY-INDEX) > WTRULE-MAX-WEEKLY-HOURS
           MOVE "WEEKLY HOURS" TO VIOLATION-RULE
           MOVE WEEKLY-HOURS (WEEKLY-INDEX) TO HOURS-WORK
           PERFORM FORMAT-HOURS-ACTUAL
           MOVE WTRULE-MAX-WEEKLY-HOURS TO HOURS-WORK
           PERFORM FORMAT-HOURS-LIMIT
           MOVE WEEK-FIRST-DAY TO VIOLATION-DAY-INDEX
           MOVE SPACES TO VIOLATION-TIME
           PERFORM REPORT-ONE-VIOLATION
           ADD 1 TO WEEKLY-VIOLATIONS.
       ADD 1 TO WEEKLY-INDEX.

       READ-NEXT-HOURS.
       READ HOURS-FILE
       AT END MOVE "Y" TO END-OF-HOURS.

      *Every violation lands on the consolidated queue the
      *workbench works, for the supervisor to explain.
       QUEUE-THE-EXCEPTION.
       MOVE "WORKTIME" TO EQ-SOURCE.
       MOVE "W" TO EQ-SEVERITY.
       CALL "ExceptionQueueService" USING EQ-SOURCE
           EQ-EMPLOYEE-ID EQ-SEVERITY EQ-TEXT EQ-STATUS.

       PRINT-THE-COUNTS.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE EMPLOYEES-CHECKED TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "EMPLOYEES WITH PUNCHES:  " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE BREAK-VIOLATIONS TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "BREAK VIOLATIONS:        " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE REST-VIOLATIONS TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "REST VIOLATIONS:         " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE DAYS-VIOLATIONS TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "DAYS-IN-A-ROW VIOLATIONS:" COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE WEEKLY-VIOLATIONS TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "WEEKLY HOURS VIOLATIONS: " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       IF NOT-COVERED-COUNT > ZERO
           MOVE NOT-COVERED-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO RW-DETAIL
           STRING "NO RULES FOR COUNTRY:    " COUNT-DISPLAY
               DELIMITED BY SIZE INTO RW-DETAIL
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

       END PROGRAM EmployeeWorkTimeCompliance.
