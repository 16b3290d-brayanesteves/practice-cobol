       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeRollCall.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "BadgePhysicalFile.cbl".
       COPY "TerminalPhysicalFile.cbl".
       COPY "ContactPhysicalFile.cbl".
       COPY "ShiftPhysicalFile.cbl".
       COPY "BranchPhysicalFile.cbl".
       COPY "AbsencePhysicalFile.cbl".

      *The clock export as it stands right now - the roll call
      *reads it directly instead of waiting for the nightly pairing.
       SELECT OPTIONAL PUNCH-FILE
       ASSIGN TO "punches.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PUNCH-FILE-STATUS.

      *The same processing calendar the batch driver consults;
      *nobody is scheduled on a holiday.
       SELECT OPTIONAL CALENDAR-FILE
       ASSIGN TO "calendar.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CALENDAR-FILE-STATUS.

       SELECT SORT-WORK-FILE
       ASSIGN TO "rollcallsort.tmp".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "BadgeLogicFile.cbl".
       COPY "TerminalLogicFile.cbl".
       COPY "ContactLogicFile.cbl".
       COPY "ShiftLogicFile.cbl".
       COPY "BranchLogicFile.cbl".
       COPY "AbsenceLogicFile.cbl".

       FD PUNCH-FILE.
       01 PUNCH-RECORD.
           05 PUNCH-EMPLOYEE-ID PIC 9(6).
           05 FILLER PIC X(1).
           05 PUNCH-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PUNCH-TIME PIC 9(4).
           05 FILLER PIC X(1).
           05 PUNCH-DIRECTION PIC X(1).
               88 PUNCH-IN VALUE "I".
               88 PUNCH-OUT VALUE "O".
           05 FILLER PIC X(1).
           05 PUNCH-PROJECT-CODE PIC X(8).
           05 FILLER PIC X(1).
           05 PUNCH-TERMINAL-ID PIC X(4).

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
           05 CALENDAR-DATE PIC 9(8).
           05 FILLER PIC X(1).
      *B business day, H holiday.
           05 CALENDAR-DAY-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 CALENDAR-MONTH-END PIC X(1).

      *Section 1 is who is inside, section 2 who is expected and
      *not in; each by shift, department and name.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-SECTION PIC X(1).
           05  SORT-SHIFT-CODE PIC X(2).
           05  SORT-DEPARTMENT PIC X(20).
           05  SORT-LASTNAMES PIC X(25).
           05  SORT-NAME PIC X(25).
           05  SORT-ID PIC 9(6).
           05  SORT-ON-MASTER PIC X(1).
           05  SORT-IN-TIME PIC 9(4).
           05  SORT-PHONE PIC X(15).

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  PUNCH-FILE-STATUS PIC X(2).
       01  CALENDAR-FILE-STATUS PIC X(2).
       01  BADGE-FILE-STATUS PIC X(2).
       01  TERMINAL-FILE-STATUS PIC X(2).
       01  CONTACT-FILE-STATUS PIC X(2).
       01  SHIFT-FILE-STATUS PIC X(2).
       01  BRANCH-FILE-STATUS PIC X(2).
       01  ABSENCE-FILE-STATUS PIC X(2).
      *Every reference file is a help, not a requirement: without
      *one the roll call still prints from punches and the master.
       01  BADGE-XREF-PRESENT PIC X VALUE "N".
       01  TERMINAL-MASTER-PRESENT PIC X VALUE "N".
       01  CONTACTS-PRESENT PIC X VALUE "N".
       01  SHIFTS-PRESENT PIC X VALUE "N".
       01  BRANCHES-PRESENT PIC X VALUE "N".
       01  END-OF-PUNCHES PIC X.
       01  END-OF-CALENDAR PIC X.
       01  END-OF-ABSENCES PIC X.
       01  READ-ALL PIC X.
       77  BADGE-IS-USABLE PIC X.
       01  TRANSLATED-EMPLOYEE-ID PIC 9(6).
       01  TODAYS-DATE PIC 9(8).
       01  TIME-NOW PIC 9(8).
       01  TIME-NOW-PARTS REDEFINES TIME-NOW.
           05  TIME-NOW-HHMM PIC 9(4).
           05  FILLER PIC 9(4).
       01  BRANCH-WANTED PIC X(3).
       01  WORKING-BRANCH PIC X(3).
      *Monday to Friday are scheduled and a holiday is not, the
      *same rule the schedule adherence report works to.
       01  TODAY-IS-SCHEDULED PIC X VALUE "Y".

      *Arguments for the shared date service.
       77  DS-REQUEST PIC X.
       77  DS-DATE-IN PIC 9(8).
       77  DS-DATE-OUT PIC 9(8).
       77  DS-STATUS PIC X(2).

      *Arguments for the shared secondment lookup: someone on loan
      *today works at the host branch.
       77  SM-EMPLOYEE-ID PIC 9(6).
       77  SM-AS-OF-DATE PIC 9(8).
       77  SM-HOST-BRANCH PIC X(3).
       77  SM-HOST-DEPARTMENT PIC X(20).
       77  SM-START-DATE PIC 9(8).
       77  SM-END-DATE PIC 9(8).
       77  SM-STATUS PIC X(2).

      *Each badge that punched today, with its latest punch. The
      *branch is the punching terminal's, when the punch says which
      *terminal took it - that is the building they are in.
       01  PRESENT-LIMIT PIC 9(4) VALUE 2000.
       01  PRESENT-COUNT PIC 9(4) VALUE ZERO.
       01  PRESENT-INDEX PIC 9(4).
       01  PRESENT-WAS-FOUND PIC X.
       01  PRESENT-OVERFLOWED PIC X VALUE "N".
       01  PRESENT-TABLE.
           05  PRESENT-ENTRY OCCURS 2000 TIMES.
               10  PRESENT-EMPLOYEE-ID PIC 9(6).
               10  PRESENT-BADGE-USABLE PIC X.
               10  PRESENT-MATCHED PIC X.
               10  PRESENT-LAST-TIME PIC 9(4).
               10  PRESENT-LAST-DIRECTION PIC X.
               10  PRESENT-BRANCH PIC X(3).

      *Who is away today on a keyed absence, and so not expected.
       01  AWAY-LIMIT PIC 9(4) VALUE 1000.
       01  AWAY-COUNT PIC 9(4) VALUE ZERO.
       01  AWAY-INDEX PIC 9(4).
       01  AWAY-WAS-FOUND PIC X.
       01  AWAY-TABLE.
           05  AWAY-EMPLOYEE-ID PIC 9(6) OCCURS 1000 TIMES.

       01  FIRST-GROUP PIC X.
       01  CURRENT-SECTION PIC X(1) VALUE SPACES.
       01  CURRENT-SHIFT-CODE PIC X(2).
       01  CURRENT-DEPARTMENT PIC X(20).
       01  ON-SITE-COUNT PIC 9(5) VALUE ZERO.
       01  NOT-IN-COUNT PIC 9(5) VALUE ZERO.
       01  SECTION-COUNT PIC 9(5).
       01  COUNT-DISPLAY PIC ZZ,ZZ9.

       01  HEADING-LINE.
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(52) VALUE "NAME".
           05  FILLER PIC X(7) VALUE "IN AT".
           05  FILLER PIC X(17) VALUE "PHONE".
           05  FILLER PIC X(32) VALUE "EMERGENCY CONTACT".
           05  FILLER PIC X(15) VALUE "CONTACT PHONE".

       01  GROUP-LINE.
           05  FILLER PIC X(7) VALUE "SHIFT: ".
           05  GL-SHIFT-CODE PIC X(2).
           05  FILLER PIC X(1) VALUE SPACES.
           05  GL-SHIFT-DESCRIPTION PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  FILLER PIC X(12) VALUE "DEPARTMENT: ".
           05  GL-DEPARTMENT PIC X(20).

       01  DETAIL-LINE.
           05  DL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-NAME PIC X(25).
           05  DL-LASTNAMES PIC X(25).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-IN-TIME PIC X(4).
           05  FILLER PIC X(3) VALUE SPACES.
           05  DL-PHONE PIC X(15).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-CONTACT-NAME PIC X(25).
           05  FILLER PIC X(1) VALUE SPACES.
           05  DL-CONTACT-RELATIONSHIP PIC X(6).
           05  FILLER PIC X(1) VALUE SPACES.
           05  DL-CONTACT-PHONE PIC X(15).

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "rollcall".
       77  RW-TITLE PIC X(60).
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *On-demand roll call for one branch, for when the building
      *has to be cleared: everyone whose latest punch today is an
      *IN with no OUT after it, by shift and department, with
      *their phone and first emergency contact; then everyone
      *scheduled at the branch today who has not punched at all.
      *Read straight from punches.dat as it stands, so it prints
      *in the time it takes to read one day's punches and the
      *master - no waiting on the nightly run. Badges that are not
      *anyone's still show: somebody is inside holding them.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
       IF RETURN-CODE = ZERO
           PERFORM LOAD-TODAYS-PUNCHES
           PERFORM CHECK-TODAY-IS-SCHEDULED
           PERFORM LOAD-TODAYS-ABSENCES
           PERFORM OPEN-THE-REPORT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-SECTION SORT-SHIFT-CODE
                   SORT-DEPARTMENT SORT-LASTNAMES SORT-NAME SORT-ID
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS WRITE-THE-ROLL-CALL
           PERFORM CLOSE-THE-REPORT
           PERFORM CLOSING-PROCEDURE
           MOVE ON-SITE-COUNT TO COUNT-DISPLAY
           DISPLAY "Roll call for branch " BRANCH-WANTED ": "
               COUNT-DISPLAY " on site"
           MOVE NOT-IN-COUNT TO COUNT-DISPLAY
           DISPLAY "                          " COUNT-DISPLAY
               " scheduled and not punched in".
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       ACCEPT TIME-NOW FROM TIME.
       OPEN INPUT BRANCH-FILE.
       IF BRANCH-FILE-STATUS = "00"
           MOVE "Y" TO BRANCHES-PRESENT.
       DISPLAY "ENTER the branch code for the roll call: ".
       ACCEPT BRANCH-WANTED.
       IF BRANCH-WANTED = SPACES
           DISPLAY "A branch code is needed."
           MOVE 1 TO RETURN-CODE
           GO TO OPENING-PROCEDURE-EXIT.
       IF BRANCHES-PRESENT = "Y"
           MOVE BRANCH-WANTED TO BRANCH-CODE
           READ BRANCH-FILE RECORD
               INVALID KEY
                   DISPLAY "Branch is not on the branch reference"
                       " file."
                   MOVE 1 TO RETURN-CODE
                   GO TO OPENING-PROCEDURE-EXIT
           END-READ.
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
       OPEN INPUT BADGE-FILE.
       IF BADGE-FILE-STATUS = "00"
           MOVE "Y" TO BADGE-XREF-PRESENT.
       OPEN INPUT TERMINAL-FILE.
       IF TERMINAL-FILE-STATUS = "00"
           MOVE "Y" TO TERMINAL-MASTER-PRESENT.
       OPEN INPUT CONTACT-FILE.
       IF CONTACT-FILE-STATUS = "00"
           MOVE "Y" TO CONTACTS-PRESENT.
       OPEN INPUT SHIFT-FILE.
       IF SHIFT-FILE-STATUS = "00"
           MOVE "Y" TO SHIFTS-PRESENT.
       MOVE SPACES TO RW-TITLE.
       STRING "ROLL CALL - BRANCH " BRANCH-WANTED " - " TODAYS-DATE
           " AT " TIME-NOW-HHMM
           DELIMITED BY SIZE INTO RW-TITLE.
       OPENING-PROCEDURE-EXIT.
       EXIT.

       CLOSING-PROCEDURE.
       CLOSE EMPLOYEES-FILE.
       IF BRANCHES-PRESENT = "Y"
           CLOSE BRANCH-FILE.
       IF BADGE-XREF-PRESENT = "Y"
           CLOSE BADGE-FILE.
       IF TERMINAL-MASTER-PRESENT = "Y"
           CLOSE TERMINAL-FILE.
       IF CONTACTS-PRESENT = "Y"
           CLOSE CONTACT-FILE.
       IF SHIFTS-PRESENT = "Y"
           CLOSE SHIFT-FILE.

      *No punches.dat yet today just means nobody has punched: the
      *on-site section is empty and everyone scheduled is not in.
       LOAD-TODAYS-PUNCHES.
       OPEN INPUT PUNCH-FILE.
       IF PUNCH-FILE-STATUS = "00"
           MOVE "N" TO END-OF-PUNCHES
           PERFORM READ-NEXT-PUNCH
           PERFORM NOTE-ONE-PUNCH
               UNTIL END-OF-PUNCHES = "Y".
       CLOSE PUNCH-FILE.
       IF PRESENT-OVERFLOWED = "Y"
           DISPLAY "More badges punched today than the roll call"
               " holds - the list is incomplete past "
               PRESENT-LIMIT " badges.".

       NOTE-ONE-PUNCH.
       IF PUNCH-DATE = TODAYS-DATE
           AND (PUNCH-IN OR PUNCH-OUT)
           PERFORM TRANSLATE-THE-BADGE
           PERFORM FIND-PRESENT-ENTRY
           IF PRESENT-WAS-FOUND = "Y"
               IF PUNCH-TIME NOT < PRESENT-LAST-TIME (PRESENT-INDEX)
                   PERFORM TAKE-THE-LATEST-PUNCH
               END-IF
           END-IF
       END-IF.
       PERFORM READ-NEXT-PUNCH.

      *A badge nobody holds, or one taken out of service, is kept
      *under its own number - whoever has it is still inside.
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

       FIND-PRESENT-ENTRY.
       MOVE "N" TO PRESENT-WAS-FOUND.
       MOVE 1 TO PRESENT-INDEX.
       PERFORM LOOK-FOR-PRESENT-ENTRY
           UNTIL PRESENT-WAS-FOUND = "Y"
           OR PRESENT-INDEX > PRESENT-COUNT.
       IF PRESENT-WAS-FOUND = "N"
           IF PRESENT-COUNT >= PRESENT-LIMIT
               MOVE "Y" TO PRESENT-OVERFLOWED
           ELSE
               ADD 1 TO PRESENT-COUNT
               MOVE PRESENT-COUNT TO PRESENT-INDEX
               MOVE TRANSLATED-EMPLOYEE-ID
                   TO PRESENT-EMPLOYEE-ID (PRESENT-INDEX)
               MOVE BADGE-IS-USABLE
                   TO PRESENT-BADGE-USABLE (PRESENT-INDEX)
               MOVE "N" TO PRESENT-MATCHED (PRESENT-INDEX)
               MOVE ZERO TO PRESENT-LAST-TIME (PRESENT-INDEX)
               MOVE "Y" TO PRESENT-WAS-FOUND.

       LOOK-FOR-PRESENT-ENTRY.
       IF PRESENT-EMPLOYEE-ID (PRESENT-INDEX) = TRANSLATED-EMPLOYEE-ID
           AND PRESENT-BADGE-USABLE (PRESENT-INDEX) = BADGE-IS-USABLE
           MOVE "Y" TO PRESENT-WAS-FOUND
       ELSE
           ADD 1 TO PRESENT-INDEX.

       TAKE-THE-LATEST-PUNCH.
       MOVE PUNCH-TIME TO PRESENT-LAST-TIME (PRESENT-INDEX).
       MOVE PUNCH-DIRECTION TO PRESENT-LAST-DIRECTION (PRESENT-INDEX).
       MOVE SPACES TO PRESENT-BRANCH (PRESENT-INDEX).
       IF PUNCH-TERMINAL-ID NOT = SPACES
           AND TERMINAL-MASTER-PRESENT = "Y"
           MOVE PUNCH-TERMINAL-ID TO TERMINAL-ID
           READ TERMINAL-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TERMINAL-BRANCH
                       TO PRESENT-BRANCH (PRESENT-INDEX)
           END-READ.

       READ-NEXT-PUNCH.
       READ PUNCH-FILE
       AT END MOVE "Y" TO END-OF-PUNCHES.

       CHECK-TODAY-IS-SCHEDULED.
       MOVE "W" TO DS-REQUEST.
       MOVE TODAYS-DATE TO DS-DATE-IN.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.
       IF DS-DATE-OUT > 5
           MOVE "N" TO TODAY-IS-SCHEDULED.
       OPEN INPUT CALENDAR-FILE.
       IF CALENDAR-FILE-STATUS = "00"
           MOVE "N" TO END-OF-CALENDAR
           PERFORM READ-NEXT-CALENDAR-LINE
           PERFORM CHECK-ONE-CALENDAR-LINE
               UNTIL END-OF-CALENDAR = "Y".
       CLOSE CALENDAR-FILE.

       CHECK-ONE-CALENDAR-LINE.
       IF CALENDAR-DATE = TODAYS-DATE
           AND CALENDAR-DAY-TYPE = "H"
           MOVE "N" TO TODAY-IS-SCHEDULED.
       PERFORM READ-NEXT-CALENDAR-LINE.

       READ-NEXT-CALENDAR-LINE.
       READ CALENDAR-FILE
       AT END MOVE "Y" TO END-OF-CALENDAR.

       LOAD-TODAYS-ABSENCES.
       OPEN INPUT ABSENCE-FILE.
       IF ABSENCE-FILE-STATUS = "00"
           MOVE "N" TO END-OF-ABSENCES
           PERFORM READ-NEXT-ABSENCE
           PERFORM NOTE-ONE-ABSENCE
               UNTIL END-OF-ABSENCES = "Y".
       CLOSE ABSENCE-FILE.

       NOTE-ONE-ABSENCE.
       IF ABSENCE-START-DATE NOT > TODAYS-DATE
           AND ABSENCE-END-DATE NOT < TODAYS-DATE
           AND AWAY-COUNT < AWAY-LIMIT
           ADD 1 TO AWAY-COUNT
           MOVE ABSENCE-EMPLOYEE-ID TO AWAY-EMPLOYEE-ID (AWAY-COUNT).
       PERFORM READ-NEXT-ABSENCE.

       READ-NEXT-ABSENCE.
       READ ABSENCE-FILE
       AT END MOVE "Y" TO END-OF-ABSENCES.

      *One pass of the master places each employee: inside, if
      *their latest punch today was an IN at this branch; missing,
      *if they were due here today and have not punched at all.
      *Then whatever punched in under a badge the master does not
      *know.
       LOAD-SORT-FILE.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-EMPLOYEE.
       PERFORM PLACE-ONE-EMPLOYEE
           UNTIL READ-ALL = "1".
       MOVE 1 TO PRESENT-INDEX.
       PERFORM PLACE-ONE-UNKNOWN-BADGE
           UNTIL PRESENT-INDEX > PRESENT-COUNT.

       PLACE-ONE-EMPLOYEE.
       PERFORM FIND-THE-WORKING-BRANCH.
       MOVE EMPLOYEES-ID TO TRANSLATED-EMPLOYEE-ID.
       MOVE "Y" TO BADGE-IS-USABLE.
       MOVE "N" TO PRESENT-WAS-FOUND.
       MOVE 1 TO PRESENT-INDEX.
       PERFORM LOOK-FOR-PRESENT-ENTRY
           UNTIL PRESENT-WAS-FOUND = "Y"
           OR PRESENT-INDEX > PRESENT-COUNT.
       IF PRESENT-WAS-FOUND = "Y"
           MOVE "Y" TO PRESENT-MATCHED (PRESENT-INDEX)
           IF PRESENT-LAST-DIRECTION (PRESENT-INDEX) = "I"
               IF PRESENT-BRANCH (PRESENT-INDEX) = BRANCH-WANTED
                   OR (PRESENT-BRANCH (PRESENT-INDEX) = SPACES
                   AND WORKING-BRANCH = BRANCH-WANTED)
                   PERFORM RELEASE-ON-SITE-EMPLOYEE
               END-IF
           END-IF
       ELSE
           IF WORKING-BRANCH = BRANCH-WANTED
               AND TODAY-IS-SCHEDULED = "Y"
               AND EMPLOYEES-ACTIVE
               AND EMPLOYEES-SHIFT-CODE NOT = SPACES
               PERFORM CHECK-AWAY-TODAY
               IF AWAY-WAS-FOUND = "N"
                   PERFORM RELEASE-MISSING-EMPLOYEE
               END-IF
           END-IF
       END-IF.
       PERFORM READ-NEXT-EMPLOYEE.

       FIND-THE-WORKING-BRANCH.
       MOVE EMPLOYEES-BRANCH TO WORKING-BRANCH.
       MOVE EMPLOYEES-ID TO SM-EMPLOYEE-ID.
       MOVE TODAYS-DATE TO SM-AS-OF-DATE.
       CALL "SecondmentService" USING SM-EMPLOYEE-ID SM-AS-OF-DATE
           SM-HOST-BRANCH SM-HOST-DEPARTMENT SM-START-DATE
           SM-END-DATE SM-STATUS.
       IF SM-STATUS = "00"
           MOVE SM-HOST-BRANCH TO WORKING-BRANCH.

       CHECK-AWAY-TODAY.
       MOVE "N" TO AWAY-WAS-FOUND.
       MOVE 1 TO AWAY-INDEX.
       PERFORM LOOK-FOR-AWAY-ENTRY
           UNTIL AWAY-WAS-FOUND = "Y"
           OR AWAY-INDEX > AWAY-COUNT.

       LOOK-FOR-AWAY-ENTRY.
       IF AWAY-EMPLOYEE-ID (AWAY-INDEX) = EMPLOYEES-ID
           MOVE "Y" TO AWAY-WAS-FOUND
       ELSE
           ADD 1 TO AWAY-INDEX.

       RELEASE-ON-SITE-EMPLOYEE.
       MOVE "1" TO SORT-SECTION.
       MOVE PRESENT-LAST-TIME (PRESENT-INDEX) TO SORT-IN-TIME.
       PERFORM FILL-SORT-FROM-MASTER.
       RELEASE SORT-RECORD.
       ADD 1 TO ON-SITE-COUNT.

       RELEASE-MISSING-EMPLOYEE.
       MOVE "2" TO SORT-SECTION.
       MOVE ZERO TO SORT-IN-TIME.
       PERFORM FILL-SORT-FROM-MASTER.
       RELEASE SORT-RECORD.
       ADD 1 TO NOT-IN-COUNT.

       FILL-SORT-FROM-MASTER.
       MOVE EMPLOYEES-SHIFT-CODE TO SORT-SHIFT-CODE.
       MOVE EMPLOYEES-DEPARTMENT TO SORT-DEPARTMENT.
       IF SM-STATUS = "00"
           AND SM-HOST-DEPARTMENT NOT = SPACES
           MOVE SM-HOST-DEPARTMENT TO SORT-DEPARTMENT.
       MOVE EMPLOYEES-LASTNAMES TO SORT-LASTNAMES.
       MOVE EMPLOYEES-NAME TO SORT-NAME.
       MOVE EMPLOYEES-ID TO SORT-ID.
       MOVE "Y" TO SORT-ON-MASTER.
       MOVE EMPLOYEES-PHONE TO SORT-PHONE.

      *An unknown badge is listed when it punched in at this
      *branch's terminals, or at a terminal that cannot say where
      *it is.
       PLACE-ONE-UNKNOWN-BADGE.
       IF PRESENT-MATCHED (PRESENT-INDEX) = "N"
           AND PRESENT-LAST-DIRECTION (PRESENT-INDEX) = "I"
           AND (PRESENT-BRANCH (PRESENT-INDEX) = BRANCH-WANTED
           OR PRESENT-BRANCH (PRESENT-INDEX) = SPACES)
           MOVE "1" TO SORT-SECTION
           MOVE SPACES TO SORT-SHIFT-CODE
           MOVE "(UNKNOWN BADGE)" TO SORT-DEPARTMENT
           MOVE SPACES TO SORT-LASTNAMES
           MOVE SPACES TO SORT-NAME
           MOVE PRESENT-EMPLOYEE-ID (PRESENT-INDEX) TO SORT-ID
           MOVE "N" TO SORT-ON-MASTER
           MOVE PRESENT-LAST-TIME (PRESENT-INDEX) TO SORT-IN-TIME
           MOVE SPACES TO SORT-PHONE
           RELEASE SORT-RECORD
           ADD 1 TO ON-SITE-COUNT.
       ADD 1 TO PRESENT-INDEX.

       READ-NEXT-EMPLOYEE.
       READ EMPLOYEES-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       WRITE-THE-ROLL-CALL.
       MOVE "N" TO READ-ALL.
       PERFORM RETURN-NEXT-SORTED-LINE.
       PERFORM WRITE-ONE-ROLL-CALL-LINE
           UNTIL READ-ALL = "Y".
       IF CURRENT-SECTION = SPACES
           MOVE "1" TO SORT-SECTION
           PERFORM START-A-NEW-SECTION.
       IF CURRENT-SECTION = "1"
           PERFORM PRINT-SECTION-TOTAL
           MOVE "2" TO SORT-SECTION
           PERFORM START-A-NEW-SECTION.
       PERFORM PRINT-SECTION-TOTAL.

       WRITE-ONE-ROLL-CALL-LINE.
       IF SORT-SECTION NOT = CURRENT-SECTION
           IF CURRENT-SECTION NOT = SPACES
               PERFORM PRINT-SECTION-TOTAL
           END-IF
           IF CURRENT-SECTION = SPACES
               AND SORT-SECTION = "2"
               MOVE "1" TO SORT-SECTION
               PERFORM START-A-NEW-SECTION
               PERFORM PRINT-SECTION-TOTAL
               MOVE "2" TO SORT-SECTION
           END-IF
           PERFORM START-A-NEW-SECTION
       END-IF.
       IF FIRST-GROUP = "Y"
           OR SORT-SHIFT-CODE NOT = CURRENT-SHIFT-CODE
           OR SORT-DEPARTMENT NOT = CURRENT-DEPARTMENT
           PERFORM START-A-NEW-GROUP.
       PERFORM WRITE-ONE-PERSON.
       ADD 1 TO SECTION-COUNT.
       PERFORM RETURN-NEXT-SORTED-LINE.

      *Both sections always print, even empty, so a blank list is
      *plainly nobody rather than a report cut short.
       START-A-NEW-SECTION.
       MOVE SORT-SECTION TO CURRENT-SECTION.
       MOVE ZERO TO SECTION-COUNT.
       MOVE "Y" TO FIRST-GROUP.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       IF CURRENT-SECTION = "1"
           MOVE "ON SITE NOW - PUNCHED IN TODAY, NOT PUNCHED OUT"
               TO RW-DETAIL
       ELSE
           MOVE "SCHEDULED TODAY - NOT PUNCHED IN" TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

       PRINT-SECTION-TOTAL.
       MOVE SECTION-COUNT TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       STRING "   PEOPLE LISTED:   " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

       START-A-NEW-GROUP.
       MOVE "N" TO FIRST-GROUP.
       MOVE SORT-SHIFT-CODE TO CURRENT-SHIFT-CODE.
       MOVE SORT-DEPARTMENT TO CURRENT-DEPARTMENT.
       MOVE SORT-SHIFT-CODE TO GL-SHIFT-CODE.
       MOVE SPACES TO GL-SHIFT-DESCRIPTION.
       IF SHIFTS-PRESENT = "Y"
           AND SORT-SHIFT-CODE NOT = SPACES
           MOVE SORT-SHIFT-CODE TO SHIFT-CODE
           READ SHIFT-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SHIFT-DESCRIPTION TO GL-SHIFT-DESCRIPTION
           END-READ.
       MOVE SORT-DEPARTMENT TO GL-DEPARTMENT.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE GROUP-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

       WRITE-ONE-PERSON.
       MOVE SPACES TO DETAIL-LINE.
       MOVE SORT-ID TO DL-ID.
       IF SORT-ON-MASTER = "Y"
           MOVE SORT-NAME TO DL-NAME
           MOVE SORT-LASTNAMES TO DL-LASTNAMES
       ELSE
           MOVE "(BADGE NOT ON MASTER)" TO DL-NAME.
       IF SORT-SECTION = "1"
           MOVE SORT-IN-TIME TO DL-IN-TIME.
       MOVE SORT-PHONE TO DL-PHONE.
       IF SORT-ON-MASTER = "Y"
           AND CONTACTS-PRESENT = "Y"
           PERFORM FIND-FIRST-CONTACT.
       MOVE DETAIL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

      *Contacts are keyed by employee and sequence, so the first
      *one on file is the first one to call.
       FIND-FIRST-CONTACT.
       MOVE SORT-ID TO CONTACT-EMPLOYEE-ID.
       MOVE ZERO TO CONTACT-SEQUENCE.
       START CONTACT-FILE
           KEY IS NOT LESS THAN CONTACT-KEY
           INVALID KEY
               MOVE "(NONE ON FILE)" TO DL-CONTACT-NAME
           NOT INVALID KEY
               PERFORM READ-FIRST-CONTACT
       END-START.

       READ-FIRST-CONTACT.
       READ CONTACT-FILE NEXT RECORD
           AT END
               MOVE "(NONE ON FILE)" TO DL-CONTACT-NAME
           NOT AT END
               IF CONTACT-EMPLOYEE-ID = SORT-ID
                   MOVE CONTACT-NAME TO DL-CONTACT-NAME
                   MOVE CONTACT-RELATIONSHIP
                       TO DL-CONTACT-RELATIONSHIP
                   MOVE CONTACT-PHONE TO DL-CONTACT-PHONE
               ELSE
                   MOVE "(NONE ON FILE)" TO DL-CONTACT-NAME
               END-IF
       END-READ.

       RETURN-NEXT-SORTED-LINE.
       RETURN SORT-WORK-FILE
       AT END MOVE "Y" TO READ-ALL.

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

       END PROGRAM EmployeeRollCall.
