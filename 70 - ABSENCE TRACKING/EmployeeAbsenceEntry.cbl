       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "AbsencePhysicalFile.cbl".
       COPY "AuditPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".
       COPY "JournalPhysicalFile.cbl".
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "AbsenceLogicFile.cbl".
       COPY "AuditLogicFile.cbl".
       COPY "SessionLogicFile.cbl".
       COPY "JournalLogicFile.cbl".
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  ABSENCE-FILE-STATUS PIC X(2).

      *An absence this long puts the employee on leave on the
      *master; LONG_ABSENCE_DAYS in the environment overrides the
       01  ENTERED-START-DATE PIC 9(8).
       01  ENTERED-END-DATE PIC 9(8).
       01  ENTERED-DAYS PIC 9(3).
       01  ENTERED-DAYS-WANTED PIC X(3) JUSTIFIED RIGHT.

      *The working days the date range covers at the employee's own
      *branch - weekdays less that branch's holidays - offered as
      *the default so leave is not charged for a day the branch is
      *shut. The walk stops after a year of days.
       01  COUNTED-DAYS PIC 9(3).
       01  COUNTED-DAYS-DISPLAY PIC ZZ9.
       01  COUNT-DATE PIC 9(8).
       01  COUNT-DAYS-WALKED PIC 9(3).
       01  COUNT-DAY-CAP PIC 9(3) VALUE 366.
       01  COUNT-STOPPED PIC X.

      *Running balances by type for the employee on the screen,
      *re-totalled from the transaction file after each entry.
       77  DS-DATE-OUT PIC 9(8).
       77  DS-STATUS PIC X(2).

      *Arguments for the branch calendar service, which answers
      *whether a date is a holiday at the employee's own branch.
       77  BC-BRANCH PIC X(3).
       77  BC-DATE PIC 9(8).
       77  BC-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Keys one absence at a time: the ID must exist on the master
      *and be active (absences for EMPLOYEES-TERMINATED records are
      *rejected), and after each entry the employee's running
      *balances by type are shown so payroll adjustments stop being
      *keyed from memory. Only sickness is keyed here: vacation and
      *unpaid leave are requested on the leave request screen and
      *booked when the manager approves them, so they are turned
      *away with a pointer there.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM HONOR-THE-WINDOW-LOCK.
       MOVE "N" TO TYPE-IS-VALID.
       PERFORM GET-ABSENCE-TYPE
           UNTIL TYPE-IS-VALID = "Y".
       IF ENTERED-TYPE NOT = "S"
           DISPLAY "Vacation and unpaid leave need the manager's"
               " approval - key them on the leave request screen"
               " (LeaveRequestEntry). Absence not recorded."
       ELSE
           PERFORM CAPTURE-THE-SICK-ABSENCE.

       CAPTURE-THE-SICK-ABSENCE.
       DISPLAY "ENTER the start date (YYYYMMDD): ".
       ACCEPT ENTERED-START-DATE.
       DISPLAY "ENTER the end date (YYYYMMDD): ".
           DISPLAY "End date is before start date - absence not"
               " recorded."
       ELSE
           PERFORM COUNT-THE-WORKING-DAYS
           PERFORM GET-THE-WORKING-DAYS
           PERFORM APPEND-ABSENCE-RECORD
           PERFORM MARK-LONG-LEAVE THRU MARK-LONG-LEAVE-EXIT
           PERFORM SHOW-RUNNING-BALANCES
           PERFORM CHECK-CREW-COVERAGE THRU CHECK-CREW-COVERAGE-EXIT.
       ELSE
           DISPLAY "You must enter V, S, or U.".

       COUNT-THE-WORKING-DAYS.
       MOVE ZERO TO COUNTED-DAYS.
       MOVE ZERO TO COUNT-DAYS-WALKED.
       MOVE "N" TO COUNT-STOPPED.
       MOVE ENTERED-START-DATE TO COUNT-DATE.
       PERFORM COUNT-ONE-WORKING-DAY
           UNTIL COUNT-STOPPED = "Y"
           OR COUNT-DATE > ENTERED-END-DATE
           OR COUNT-DAYS-WALKED >= COUNT-DAY-CAP.

       COUNT-ONE-WORKING-DAY.
       MOVE "W" TO DS-REQUEST.
       MOVE COUNT-DATE TO DS-DATE-IN.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.
       IF DS-STATUS NOT = "00"
           MOVE "Y" TO COUNT-STOPPED
       ELSE
           IF DS-DATE-OUT < 6
               MOVE EMPLOYEES-BRANCH TO BC-BRANCH
               MOVE COUNT-DATE TO BC-DATE
               CALL "BranchCalendarService" USING BC-BRANCH BC-DATE
                   BC-STATUS
               IF BC-STATUS NOT = "00"
                   ADD 1 TO COUNTED-DAYS
               END-IF
           END-IF
           MOVE "N" TO DS-REQUEST
           CALL "DateService" USING DS-REQUEST DS-DATE-IN
               DS-DATE-OUT DS-STATUS
           MOVE DS-DATE-OUT TO COUNT-DATE
           ADD 1 TO COUNT-DAYS-WALKED.

      *The keyer may still override the count - a part-time pattern
      *or a half day is theirs to judge - but a blank answer takes
      *the branch calendar's figure.
       GET-THE-WORKING-DAYS.
       MOVE COUNTED-DAYS TO COUNTED-DAYS-DISPLAY.
       DISPLAY "Working days counted: " COUNTED-DAYS-DISPLAY
           ". ENTER the working days absent, or leave blank to"
           " take the count: ".
       MOVE SPACES TO ENTERED-DAYS-WANTED.
       ACCEPT ENTERED-DAYS-WANTED.
       IF ENTERED-DAYS-WANTED = SPACES
           MOVE COUNTED-DAYS TO ENTERED-DAYS
       ELSE
           INSPECT ENTERED-DAYS-WANTED
               REPLACING LEADING " " BY "0"
           IF ENTERED-DAYS-WANTED IS NUMERIC
               MOVE ENTERED-DAYS-WANTED TO ENTERED-DAYS
           ELSE
               DISPLAY "Not a number - the counted days are taken."
               MOVE COUNTED-DAYS TO ENTERED-DAYS
           END-IF.

       APPEND-ABSENCE-RECORD.
       OPEN EXTEND ABSENCE-FILE.
       MOVE SPACES TO ABSENCE-RECORD.
       MOVE JSEQ-NEXT TO JOURNAL-SEQUENCE.
       WRITE JOURNAL-RECORD.

      *After the absence is on file, every day of its range is
      *checked against the rest of the crew's absences; the first
      *day the crew would fall below the minimum is called out, so
