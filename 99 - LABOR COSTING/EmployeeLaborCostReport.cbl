       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "HoursPhysicalFile.cbl".
       COPY "ProjectPhysicalFile.cbl".

       SELECT LABOR-COST-REPORT-FILE
       ASSIGN TO "laborcost.rpt"
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "HoursLogicFile.cbl".
       COPY "ProjectLogicFile.cbl".

       FD LABOR-COST-REPORT-FILE.
       01 REPORT-LINE PIC X(132).
       01  END-OF-HOURS PIC X.
       01  NOTHING-TO-PROCESS PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       01  PROJECT-FILE-STATUS PIC X(2).
      *Only used for the project names on the by-project view; the
      *costing stands without it.
       01  PROJECT-MASTER-PRESENT PIC X VALUE "N".

      *An annual salary spread over the standard working year gives
      *the hourly rate the hours are extended against.
               10  TALLY-DEPARTMENT PIC X(20).
               10  TALLY-BRANCH PIC X(3).
               10  TALLY-RATE PIC 9(4)V99.
               10  TALLY-SPLIT-BAD PIC X.
               10  TALLY-SPLIT-TOTAL PIC 9(5)V99.

      *One charge per department an employee's cost lands in: a
      *single charge at one hundred percent for most people, one
      *per line of the cost split for the split-funded.
       01  CHARGE-LIMIT PIC 9(4) VALUE 2000.
       01  CHARGE-COUNT PIC 9(4) VALUE ZERO.
       01  CHARGE-INDEX PIC 9(4).
       01  CHARGE-OVERFLOWED PIC X VALUE "N".
       01  CHARGE-TABLE.
           05  CHARGE-ENTRY OCCURS 2000 TIMES.
               10  CHARGE-TALLY-INDEX PIC 9(4).
               10  CHARGE-DEPARTMENT PIC X(20).
               10  CHARGE-BRANCH PIC X(3).
               10  CHARGE-PERCENT PIC 9(3)V99.
               10  CHARGE-HOURS PIC 9(3)V99.
               10  CHARGE-COST PIC 9(7)V99.

      *Arguments for the shared cost-split resolver, asked for the
      *split in force on the run date.
       77  SPLIT-EMPLOYEE-ID PIC 9(6).
       77  SPLIT-AS-OF-DATE PIC 9(8).
       01  SPLIT-AREA.
           05  SPLIT-COUNT PIC 9(2).
           05  SPLIT-ENTRY OCCURS 10 TIMES.
               10  SPLIT-DEPARTMENT PIC X(20).
               10  SPLIT-BRANCH PIC X(3).
               10  SPLIT-PERCENT PIC 9(3)V99.
       77  SPLIT-TOTAL-PERCENT PIC 9(5)V99.
       77  SPLIT-LOOKUP-STATUS PIC X(2).
       01  SPLIT-INDEX PIC 9(2).
       01  SPLIT-EXCEPTION-COUNT PIC 9(4) VALUE ZERO.
       01  FULL-COST PIC 9(7)V99.
       01  COST-LEFT PIC 9(7)V99.
       01  HOURS-LEFT PIC 9(3)V99.

       01  DEPT-LIMIT PIC 9(3) VALUE 100.
       01  DEPT-COUNT PIC 9(3) VALUE ZERO.
               10  BRANCH-TALLY-CODE PIC X(3).
               10  BRANCH-TALLY-COST PIC 9(9)V99.

      *Charged hours by project and employee, for the by-project
      *view. Uncharged hours are only counted.
       01  PROJCHG-LIMIT PIC 9(4) VALUE 2000.
       01  PROJCHG-COUNT PIC 9(4) VALUE ZERO.
       01  PROJCHG-INDEX PIC 9(4).
       01  PROJCHG-WAS-FOUND PIC X.
       01  PROJCHG-OVERFLOWED PIC X VALUE "N".
       01  PROJCHG-TABLE.
           05  PROJCHG-ENTRY OCCURS 2000 TIMES.
               10  PROJCHG-CODE PIC X(8).
               10  PROJCHG-TALLY-INDEX PIC 9(4).
               10  PROJCHG-HOURS PIC 9(3)V99.

       01  PROJLIST-LIMIT PIC 9(3) VALUE 200.
       01  PROJLIST-COUNT PIC 9(3) VALUE ZERO.
       01  PROJLIST-INDEX PIC 9(3).
       01  PROJLIST-WAS-FOUND PIC X.
       01  PROJLIST-TABLE.
           05  PROJLIST-ENTRY OCCURS 200 TIMES.
               10  PROJLIST-CODE PIC X(8).

       01  UNCHARGED-HOURS PIC 9(5)V99 VALUE ZERO.
       01  PROJECT-HOURS-TOTAL PIC 9(5)V99.
       01  PROJECT-COST PIC 9(9)V99.
       01  ALL-PROJECTS-COST PIC 9(9)V99 VALUE ZERO.

       01  LINE-COST PIC 9(7)V99.
       01  DEPT-COST PIC 9(9)V99.
       01  GRAND-COST PIC 9(9)V99 VALUE ZERO.
           05  FILLER PIC X(10) VALUE "HOURS".
           05  FILLER PIC X(12) VALUE "RATE/HR".
           05  FILLER PIC X(14) VALUE "COST".
           05  FILLER PIC X(8) VALUE "SHARE %".

       01  DEPT-HEADING-LINE.
           05  FILLER PIC X(12) VALUE "DEPARTMENT:".
           05  DL-RATE PIC Z,ZZ9.99.
           05  FILLER PIC X(3) VALUE SPACES.
           05  DL-COST PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(4) VALUE SPACES.
           05  DL-SHARE PIC ZZ9.99.

       01  DEPT-TOTAL-LINE.
           05  FILLER PIC X(40) VALUE "   DEPARTMENT TOTAL".
           05  FILLER PIC X(14) VALUE SPACES.
           05  GT-COST PIC ZZZ,ZZZ,ZZ9.99.

       01  PROJECT-HEADING-LINE.
           05  FILLER PIC X(9) VALUE "PROJECT:".
           05  PH-CODE PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PH-NAME PIC X(30).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PH-CUSTOMER PIC X(30).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PH-BILLABLE PIC X(12).

       01  PROJECT-TOTAL-LINE.
           05  FILLER PIC X(37) VALUE "   PROJECT TOTAL".
           05  PT-HOURS PIC ZZ,ZZ9.99.
           05  FILLER PIC X(12) VALUE SPACES.
           05  PT-COST PIC ZZZ,ZZZ,ZZ9.99.

       01  ALL-PROJECTS-LINE.
           05  FILLER PIC X(58) VALUE "   ALL PROJECTS".
           05  AP-COST PIC ZZZ,ZZZ,ZZ9.99.

       01  UNCHARGED-LINE.
           05  FILLER PIC X(37)
               VALUE "   HOURS NOT CHARGED TO A PROJECT".
           05  UC-HOURS PIC ZZ,ZZ9.99.

       01  SPLIT-EXCEPTION-LINE.
           05  FILLER PIC X(2) VALUE SPACES.
           05  SE-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  SE-NAME PIC X(25).
           05  FILLER PIC X(14) VALUE " SPLIT TOTALS ".
           05  SE-TOTAL PIC ZZZZ9.99.
           05  FILLER PIC X(31)
               VALUE "% - CHARGED TO HOME DEPARTMENT".

       PROCEDURE DIVISION.
      *Extends the hours in hours.dat against an hourly rate derived
      *from each employee's salary, and breaks the cost out by
      *department (with a branch summary) - the Monday-morning
      *spreadsheet the plant managers keep asking for, produced from
      *the system instead. A split-funded employee appears under
      *each department of the cost split in force on the run date,
      *with that department's share of the hours and cost; a split
      *that does not total one hundred is charged home and listed
      *at the foot of the report. Hours charged to a project at the
      *clock are also costed by project, at the same hourly rate,
      *after the branch summary.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
               MOVE 1 TO RETURN-CODE
           END-IF
           OPEN OUTPUT LABOR-COST-REPORT-FILE
           OPEN INPUT PROJECT-FILE
           IF PROJECT-FILE-STATUS = "00"
               MOVE "Y" TO PROJECT-MASTER-PRESENT
           END-IF
       END-IF.

       CLOSING-PROCEDURE.
       IF RETURN-CODE = ZERO AND NOTHING-TO-PROCESS = "N"
           CLOSE EMPLOYEES-FILE
           CLOSE LABOR-COST-REPORT-FILE.
       IF PROJECT-MASTER-PRESENT = "Y"
           CLOSE PROJECT-FILE.

       ROLL-UP-THE-HOURS.
       MOVE "N" TO END-OF-HOURS.
           DISPLAY "More employees in hours.dat than the tally"
               " table holds - costing is incomplete past "
               TALLY-LIMIT " employees.".
       IF PROJCHG-OVERFLOWED = "Y"
           DISPLAY "More project charges than the project table"
               " holds - the by-project view is incomplete past "
               PROJCHG-LIMIT " charges.".

       TALLY-ONE-HOURS-LINE.
       MOVE "N" TO TALLY-ID-WAS-FOUND.
               MOVE ZERO TO TALLY-HOURS (TALLY-INDEX)
               MOVE "Y" TO TALLY-ID-WAS-FOUND.
       IF TALLY-ID-WAS-FOUND = "Y"
           ADD HOURS-WORKED TO TALLY-HOURS (TALLY-INDEX)
           PERFORM TALLY-THE-PROJECT-CHARGE.
       PERFORM READ-NEXT-HOURS-LINE.

       TALLY-THE-PROJECT-CHARGE.
       IF HOURS-PROJECT-CODE = SPACES
           ADD HOURS-WORKED TO UNCHARGED-HOURS
       ELSE
           MOVE "N" TO PROJCHG-WAS-FOUND
           MOVE 1 TO PROJCHG-INDEX
           PERFORM LOOK-FOR-PROJCHG-ENTRY
               UNTIL PROJCHG-WAS-FOUND = "Y"
               OR PROJCHG-INDEX > PROJCHG-COUNT
           IF PROJCHG-WAS-FOUND = "N"
               PERFORM ADD-ONE-PROJCHG-ENTRY
           END-IF
           IF PROJCHG-WAS-FOUND = "Y"
               ADD HOURS-WORKED TO PROJCHG-HOURS (PROJCHG-INDEX)
           END-IF
       END-IF.

       LOOK-FOR-PROJCHG-ENTRY.
       IF PROJCHG-CODE (PROJCHG-INDEX) = HOURS-PROJECT-CODE
           AND PROJCHG-TALLY-INDEX (PROJCHG-INDEX) = TALLY-INDEX
           MOVE "Y" TO PROJCHG-WAS-FOUND
       ELSE
           ADD 1 TO PROJCHG-INDEX.

       ADD-ONE-PROJCHG-ENTRY.
       IF PROJCHG-COUNT >= PROJCHG-LIMIT
           MOVE "Y" TO PROJCHG-OVERFLOWED
       ELSE
           ADD 1 TO PROJCHG-COUNT
           MOVE PROJCHG-COUNT TO PROJCHG-INDEX
           MOVE HOURS-PROJECT-CODE TO PROJCHG-CODE (PROJCHG-INDEX)
           MOVE TALLY-INDEX TO PROJCHG-TALLY-INDEX (PROJCHG-INDEX)
           MOVE ZERO TO PROJCHG-HOURS (PROJCHG-INDEX)
           MOVE "Y" TO PROJCHG-WAS-FOUND
           PERFORM NOTE-THE-PROJECT.

       NOTE-THE-PROJECT.
       MOVE "N" TO PROJLIST-WAS-FOUND.
       MOVE 1 TO PROJLIST-INDEX.
       PERFORM LOOK-FOR-PROJLIST-ENTRY
           UNTIL PROJLIST-WAS-FOUND = "Y"
           OR PROJLIST-INDEX > PROJLIST-COUNT.
       IF PROJLIST-WAS-FOUND = "N"
           AND PROJLIST-COUNT < PROJLIST-LIMIT
           ADD 1 TO PROJLIST-COUNT
           MOVE HOURS-PROJECT-CODE TO PROJLIST-CODE (PROJLIST-COUNT).

       LOOK-FOR-PROJLIST-ENTRY.
       IF PROJLIST-CODE (PROJLIST-INDEX) = HOURS-PROJECT-CODE
           MOVE "Y" TO PROJLIST-WAS-FOUND
       ELSE
           ADD 1 TO PROJLIST-INDEX.

       LOOK-FOR-TALLY-ENTRY.
       IF TALLY-EMPLOYEE-ID (TALLY-INDEX) = HOURS-EMPLOYEE-ID
           MOVE "Y" TO TALLY-ID-WAS-FOUND
      *to. Hours from an ID the master no longer knows cost nothing
      *that can be proven, so they ride as rate zero under UNKNOWN.
       LOOK-UP-THE-WORKERS.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       MOVE 1 TO TALLY-INDEX.
       PERFORM LOOK-UP-ONE-WORKER
           UNTIL TALLY-INDEX > TALLY-COUNT.
       IF CHARGE-OVERFLOWED = "Y"
           DISPLAY "More department charges than the charge table"
               " holds - costing is incomplete past "
               CHARGE-LIMIT " charges.".

       LOOK-UP-ONE-WORKER.
       MOVE TALLY-EMPLOYEE-ID (TALLY-INDEX) TO EMPLOYEES-ID.
           MOVE "UNKNOWN" TO TALLY-DEPARTMENT (TALLY-INDEX)
           MOVE SPACES TO TALLY-BRANCH (TALLY-INDEX)
           MOVE ZERO TO TALLY-RATE (TALLY-INDEX).
       PERFORM SHARE-OUT-THE-WORKER.
       ADD 1 TO TALLY-INDEX.

      *The last share of a split takes whatever hours and cost are
      *left, so rounding never loses or adds a cent.
       SHARE-OUT-THE-WORKER.
       MOVE "N" TO TALLY-SPLIT-BAD (TALLY-INDEX).
       MOVE ZERO TO TALLY-SPLIT-TOTAL (TALLY-INDEX).
       COMPUTE FULL-COST ROUNDED =
           TALLY-HOURS (TALLY-INDEX) * TALLY-RATE (TALLY-INDEX).
       MOVE "10" TO SPLIT-LOOKUP-STATUS.
       IF RECORD-FOUND = "Y"
           MOVE TALLY-EMPLOYEE-ID (TALLY-INDEX) TO SPLIT-EMPLOYEE-ID
           MOVE TODAYS-DATE TO SPLIT-AS-OF-DATE
           CALL "CostAllocationService" USING SPLIT-EMPLOYEE-ID
               SPLIT-AS-OF-DATE SPLIT-AREA SPLIT-TOTAL-PERCENT
               SPLIT-LOOKUP-STATUS.
       IF SPLIT-LOOKUP-STATUS = "00"
           MOVE FULL-COST TO COST-LEFT
           MOVE TALLY-HOURS (TALLY-INDEX) TO HOURS-LEFT
           MOVE 1 TO SPLIT-INDEX
           PERFORM SHARE-ONE-SPLIT
               UNTIL SPLIT-INDEX > SPLIT-COUNT
       ELSE
           IF SPLIT-LOOKUP-STATUS = "20"
               MOVE "Y" TO TALLY-SPLIT-BAD (TALLY-INDEX)
               MOVE SPLIT-TOTAL-PERCENT
                   TO TALLY-SPLIT-TOTAL (TALLY-INDEX)
               ADD 1 TO SPLIT-EXCEPTION-COUNT
           END-IF
           PERFORM ADD-ONE-CHARGE
           IF CHARGE-OVERFLOWED = "N"
               MOVE TALLY-DEPARTMENT (TALLY-INDEX)
                   TO CHARGE-DEPARTMENT (CHARGE-COUNT)
               MOVE TALLY-BRANCH (TALLY-INDEX)
                   TO CHARGE-BRANCH (CHARGE-COUNT)
               MOVE 100 TO CHARGE-PERCENT (CHARGE-COUNT)
               MOVE TALLY-HOURS (TALLY-INDEX)
                   TO CHARGE-HOURS (CHARGE-COUNT)
               MOVE FULL-COST TO CHARGE-COST (CHARGE-COUNT)
               PERFORM NOTE-THE-DEPARTMENT
           END-IF.

      *A split line with no branch charges the home branch.
       SHARE-ONE-SPLIT.
       PERFORM ADD-ONE-CHARGE.
       IF CHARGE-OVERFLOWED = "N"
           MOVE SPLIT-DEPARTMENT (SPLIT-INDEX)
               TO CHARGE-DEPARTMENT (CHARGE-COUNT)
           MOVE SPLIT-BRANCH (SPLIT-INDEX)
               TO CHARGE-BRANCH (CHARGE-COUNT)
           IF SPLIT-BRANCH (SPLIT-INDEX) = SPACES
               MOVE TALLY-BRANCH (TALLY-INDEX)
                   TO CHARGE-BRANCH (CHARGE-COUNT)
           END-IF
           MOVE SPLIT-PERCENT (SPLIT-INDEX)
               TO CHARGE-PERCENT (CHARGE-COUNT)
           PERFORM FIGURE-THE-SHARE
           PERFORM NOTE-THE-DEPARTMENT.
       ADD 1 TO SPLIT-INDEX.

       FIGURE-THE-SHARE.
       IF SPLIT-INDEX = SPLIT-COUNT
           MOVE HOURS-LEFT TO CHARGE-HOURS (CHARGE-COUNT)
           MOVE COST-LEFT TO CHARGE-COST (CHARGE-COUNT)
       ELSE
           COMPUTE CHARGE-HOURS (CHARGE-COUNT) ROUNDED =
               TALLY-HOURS (TALLY-INDEX)
               * SPLIT-PERCENT (SPLIT-INDEX) / 100
           COMPUTE CHARGE-COST (CHARGE-COUNT) ROUNDED =
               FULL-COST * SPLIT-PERCENT (SPLIT-INDEX) / 100.
       SUBTRACT CHARGE-HOURS (CHARGE-COUNT) FROM HOURS-LEFT.
       SUBTRACT CHARGE-COST (CHARGE-COUNT) FROM COST-LEFT.

       ADD-ONE-CHARGE.
       IF CHARGE-COUNT >= CHARGE-LIMIT
           MOVE "Y" TO CHARGE-OVERFLOWED
       ELSE
           ADD 1 TO CHARGE-COUNT
           MOVE TALLY-INDEX TO CHARGE-TALLY-INDEX (CHARGE-COUNT).

       NOTE-THE-DEPARTMENT.
       MOVE "N" TO DEPT-WAS-FOUND.
       MOVE 1 TO DEPT-INDEX.
       IF DEPT-WAS-FOUND = "N"
           AND DEPT-COUNT < DEPT-LIMIT
           ADD 1 TO DEPT-COUNT
           MOVE CHARGE-DEPARTMENT (CHARGE-COUNT)
               TO DEPT-NAME (DEPT-COUNT).

       LOOK-FOR-DEPT-ENTRY.
       IF DEPT-NAME (DEPT-INDEX) = CHARGE-DEPARTMENT (CHARGE-COUNT)
           MOVE "Y" TO DEPT-WAS-FOUND
       ELSE
           ADD 1 TO DEPT-INDEX.

       WRITE-THE-REPORT.
       MOVE TODAYS-DATE TO HL1-RUN-DATE.
       MOVE SPACES TO REPORT-LINE.
       MOVE HEADING-LINE-1 TO REPORT-LINE.
       PERFORM WRITE-ONE-DEPARTMENT
           UNTIL DEPT-INDEX > DEPT-COUNT.
       PERFORM WRITE-BRANCH-SUMMARY.
       PERFORM WRITE-PROJECT-VIEW.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE GRAND-COST TO GT-COST.
       MOVE GRAND-TOTAL-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       PERFORM WRITE-SPLIT-EXCEPTIONS.

       WRITE-ONE-DEPARTMENT.
       MOVE SPACES TO REPORT-LINE.
       MOVE HEADING-LINE-2 TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE ZERO TO DEPT-COST.
       MOVE 1 TO CHARGE-INDEX.
       PERFORM WRITE-ONE-WORKER
           UNTIL CHARGE-INDEX > CHARGE-COUNT.
       MOVE DEPT-COST TO DT-COST.
       MOVE SPACES TO REPORT-LINE.
       MOVE DEPT-TOTAL-LINE TO REPORT-LINE.
       ADD 1 TO DEPT-INDEX.

       WRITE-ONE-WORKER.
       IF CHARGE-DEPARTMENT (CHARGE-INDEX) = DEPT-NAME (DEPT-INDEX)
           PERFORM BUILD-AND-WRITE-ONE-LINE.
       ADD 1 TO CHARGE-INDEX.

       BUILD-AND-WRITE-ONE-LINE.
       MOVE CHARGE-TALLY-INDEX (CHARGE-INDEX) TO TALLY-INDEX.
       MOVE CHARGE-COST (CHARGE-INDEX) TO LINE-COST.
       MOVE SPACES TO DETAIL-LINE.
       MOVE TALLY-EMPLOYEE-ID (TALLY-INDEX) TO DL-ID.
       MOVE TALLY-NAME (TALLY-INDEX) TO DL-NAME.
       MOVE CHARGE-BRANCH (CHARGE-INDEX) TO DL-BRANCH.
       MOVE CHARGE-HOURS (CHARGE-INDEX) TO DL-HOURS.
       MOVE TALLY-RATE (TALLY-INDEX) TO DL-RATE.
       MOVE LINE-COST TO DL-COST.
       MOVE CHARGE-PERCENT (CHARGE-INDEX) TO DL-SHARE.
       MOVE SPACES TO REPORT-LINE.
       MOVE DETAIL-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
           AND BRANCH-COUNT < BRANCH-LIMIT
           ADD 1 TO BRANCH-COUNT
           MOVE BRANCH-COUNT TO BRANCH-INDEX
           MOVE CHARGE-BRANCH (CHARGE-INDEX)
               TO BRANCH-TALLY-CODE (BRANCH-INDEX)
           MOVE ZERO TO BRANCH-TALLY-COST (BRANCH-INDEX)
           MOVE "Y" TO BRANCH-WAS-FOUND.

       LOOK-FOR-BRANCH-ENTRY.
       IF BRANCH-TALLY-CODE (BRANCH-INDEX)
           = CHARGE-BRANCH (CHARGE-INDEX)
           MOVE "Y" TO BRANCH-WAS-FOUND
       ELSE
           ADD 1 TO BRANCH-INDEX.
       WRITE REPORT-LINE.
       ADD 1 TO BRANCH-INDEX.

      *The by-project view costs each employee's charged hours at
      *the same hourly rate as above, whole - a cost split decides
      *which department pays, not which project the work was for.
       WRITE-PROJECT-VIEW.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE "COST BY PROJECT" TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE 1 TO PROJLIST-INDEX.
       PERFORM WRITE-ONE-PROJECT
           UNTIL PROJLIST-INDEX > PROJLIST-COUNT.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE ALL-PROJECTS-COST TO AP-COST.
       MOVE ALL-PROJECTS-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE UNCHARGED-HOURS TO UC-HOURS.
       MOVE SPACES TO REPORT-LINE.
       MOVE UNCHARGED-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.

       WRITE-ONE-PROJECT.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       PERFORM FILL-THE-PROJECT-HEADING.
       MOVE PROJECT-HEADING-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       MOVE HEADING-LINE-2 TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE ZERO TO PROJECT-HOURS-TOTAL.
       MOVE ZERO TO PROJECT-COST.
       MOVE 1 TO PROJCHG-INDEX.
       PERFORM WRITE-ONE-PROJECT-WORKER
           UNTIL PROJCHG-INDEX > PROJCHG-COUNT.
       MOVE PROJECT-HOURS-TOTAL TO PT-HOURS.
       MOVE PROJECT-COST TO PT-COST.
       MOVE SPACES TO REPORT-LINE.
       MOVE PROJECT-TOTAL-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       ADD PROJECT-COST TO ALL-PROJECTS-COST.
       ADD 1 TO PROJLIST-INDEX.

      *A code since deleted from the project master still shows,
      *without a name, so no charged hour drops off the view.
       FILL-THE-PROJECT-HEADING.
       MOVE SPACES TO PROJECT-HEADING-LINE.
       MOVE "PROJECT:" TO PROJECT-HEADING-LINE.
       MOVE PROJLIST-CODE (PROJLIST-INDEX) TO PH-CODE.
       MOVE "(NOT ON PROJECT MASTER)" TO PH-NAME.
       IF PROJECT-MASTER-PRESENT = "Y"
           MOVE PROJLIST-CODE (PROJLIST-INDEX) TO PROJECT-CODE
           READ PROJECT-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROJECT-NAME TO PH-NAME
                   MOVE PROJECT-CUSTOMER TO PH-CUSTOMER
                   IF PROJECT-IS-BILLABLE
                       MOVE "BILLABLE" TO PH-BILLABLE
                   ELSE
                       MOVE "NON-BILLABLE" TO PH-BILLABLE
                   END-IF
           END-READ.

       WRITE-ONE-PROJECT-WORKER.
       IF PROJCHG-CODE (PROJCHG-INDEX)
           = PROJLIST-CODE (PROJLIST-INDEX)
           PERFORM BUILD-ONE-PROJECT-LINE.
       ADD 1 TO PROJCHG-INDEX.

       BUILD-ONE-PROJECT-LINE.
       MOVE PROJCHG-TALLY-INDEX (PROJCHG-INDEX) TO TALLY-INDEX.
       COMPUTE LINE-COST ROUNDED =
           PROJCHG-HOURS (PROJCHG-INDEX) * TALLY-RATE (TALLY-INDEX).
       MOVE SPACES TO DETAIL-LINE.
       MOVE TALLY-EMPLOYEE-ID (TALLY-INDEX) TO DL-ID.
       MOVE TALLY-NAME (TALLY-INDEX) TO DL-NAME.
       MOVE TALLY-BRANCH (TALLY-INDEX) TO DL-BRANCH.
       MOVE PROJCHG-HOURS (PROJCHG-INDEX) TO DL-HOURS.
       MOVE TALLY-RATE (TALLY-INDEX) TO DL-RATE.
       MOVE LINE-COST TO DL-COST.
       MOVE SPACES TO REPORT-LINE.
       MOVE DETAIL-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       ADD PROJCHG-HOURS (PROJCHG-INDEX) TO PROJECT-HOURS-TOTAL.
       ADD LINE-COST TO PROJECT-COST.

      *Employees whose cost split does not total one hundred were
      *charged to their home department above; listed here so the
      *split gets corrected before the next run.
       WRITE-SPLIT-EXCEPTIONS.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE "COST SPLIT EXCEPTIONS" TO REPORT-LINE.
       WRITE REPORT-LINE.
       IF SPLIT-EXCEPTION-COUNT = ZERO
           MOVE "  NONE - EVERY SPLIT IN FORCE TOTALS 100%"
               TO REPORT-LINE
           WRITE REPORT-LINE.
       MOVE 1 TO TALLY-INDEX.
       PERFORM WRITE-ONE-SPLIT-EXCEPTION
           UNTIL TALLY-INDEX > TALLY-COUNT.

       WRITE-ONE-SPLIT-EXCEPTION.
       IF TALLY-SPLIT-BAD (TALLY-INDEX) = "Y"
           MOVE TALLY-EMPLOYEE-ID (TALLY-INDEX) TO SE-ID
           MOVE TALLY-NAME (TALLY-INDEX) TO SE-NAME
           MOVE TALLY-SPLIT-TOTAL (TALLY-INDEX) TO SE-TOTAL
           MOVE SPACES TO REPORT-LINE
           MOVE SPLIT-EXCEPTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       ADD 1 TO TALLY-INDEX.

       READ-NEXT-HOURS-LINE.
       READ HOURS-FILE
       AT END MOVE "Y" TO END-OF-HOURS.
