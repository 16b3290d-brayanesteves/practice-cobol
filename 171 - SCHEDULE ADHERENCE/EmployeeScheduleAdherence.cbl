       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeScheduleAdherence.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "ShiftPhysicalFile.cbl".
       COPY "BadgePhysicalFile.cbl".
       COPY "AbsencePhysicalFile.cbl".
       COPY "AdherenceExceptionPhysicalFile.cbl".
       COPY "ShiftSwapPhysicalFile.cbl".

      *The raw clock export the time clock interface pairs into
      *hours - read here for the actual IN and OUT times, which
      *hours.dat no longer carries.
       SELECT OPTIONAL PUNCH-FILE
       ASSIGN TO "punches.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PUNCH-FILE-STATUS.

      *The same processing calendar the batch driver consults; a
      *holiday in the week is not a scheduled day.
       SELECT OPTIONAL CALENDAR-FILE
       ASSIGN TO "calendar.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CALENDAR-FILE-STATUS.

       SELECT SORT-WORK-FILE
       ASSIGN TO "adhersort.tmp".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "ShiftLogicFile.cbl".
       COPY "BadgeLogicFile.cbl".
       COPY "AbsenceLogicFile.cbl".
       COPY "AdherenceExceptionLogicFile.cbl".
       COPY "ShiftSwapLogicFile.cbl".

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

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
           05 CALENDAR-DATE PIC 9(8).
           05 FILLER PIC X(1).
      *B business day, H holiday.
           05 CALENDAR-DAY-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 CALENDAR-MONTH-END PIC X(1).

      *Extract sorted by supervisor then name, so each supervisor's
      *crew prints together.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-MANAGER-ID PIC 9(6).
           05  SORT-LASTNAMES PIC X(25).
           05  SORT-NAME PIC X(25).
           05  SORT-ID PIC 9(6).
           05  SORT-SHIFT-CODE PIC X(2).
           05  SORT-HIRE-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  SHIFT-FILE-STATUS PIC X(2).
       01  BADGE-FILE-STATUS PIC X(2).
       01  ABSENCE-FILE-STATUS PIC X(2).
       01  PUNCH-FILE-STATUS PIC X(2).
       01  CALENDAR-FILE-STATUS PIC X(2).
       01  ADHERENCE-EXCEPTION-STATUS PIC X(2).
       01  SHIFT-SWAP-STATUS PIC X(2).
       01  END-OF-SWAPS PIC X.
      *Stays N until badges.dat opens, in which case punches are
      *taken as raw employee IDs - the same transition stance the
      *time clock interface takes.
       01  BADGE-XREF-PRESENT PIC X VALUE "N".
       01  TRANSLATED-EMPLOYEE-ID PIC 9(6).
       77  BADGE-IS-USABLE PIC X.
       01  READ-ALL PIC X.
       01  END-OF-PUNCHES PIC X.
       01  END-OF-ABSENCES PIC X.
       01  END-OF-CALENDAR PIC X.
       01  TODAYS-DATE PIC 9(8).

      *Minutes either side of the shift's start and end a punch may
      *fall before it counts - five unless ADHERENCE_GRACE_MINUTES
      *in the environment says otherwise.
       01  GRACE-MINUTES PIC 9(3) VALUE 5.
       01  GRACE-MINUTES-WANTED PIC X(3) JUSTIFIED RIGHT
           VALUE SPACES.

      *The week checked runs Monday to Sunday and is last week unless
      *ADHERENCE_WEEK_START in the environment names its first day.
      *An eighth day is carried for the OUT punches of the last
      *night's overnight shift.
       01  WEEK-START-WANTED PIC X(8) VALUE SPACES.
       01  WEEK-INDEX PIC 9(2).
       01  WEEK-TABLE.
           05  WEEK-ENTRY OCCURS 8 TIMES.
               10  WEEK-DATE PIC 9(8).
      *Y on a business day of the week that is not a holiday.
               10  WEEK-DAY-SCHEDULED PIC X.

      *Arguments for the shared date service, which owns the
      *month-length and leap-year rules.
       77  DS-REQUEST PIC X.
       77  DS-DATE-IN PIC 9(8).
       77  DS-DATE-OUT PIC 9(8).
       77  DS-STATUS PIC X(2).

      *Each badge's punches in the week, one entry per person per
      *day: the first IN, the first OUT (the end of a night shift
      *that started the evening before) and the last OUT.
       01  PUNCH-DAY-LIMIT PIC 9(4) VALUE 3000.
       01  PUNCH-DAY-COUNT PIC 9(4) VALUE ZERO.
       01  PUNCH-DAY-INDEX PIC 9(4).
       01  PUNCH-DAY-WAS-FOUND PIC X.
       01  PUNCH-DAY-TABLE.
           05  PUNCH-DAY-ENTRY OCCURS 3000 TIMES.
               10  PD-EMPLOYEE-ID PIC 9(6).
               10  PD-DATE PIC 9(8).
               10  PD-HAS-IN PIC X.
               10  PD-FIRST-IN PIC 9(4).
               10  PD-HAS-OUT PIC X.
               10  PD-FIRST-OUT PIC 9(4).
               10  PD-LAST-OUT PIC 9(4).
       01  LOOK-EMPLOYEE-ID PIC 9(6).
       01  LOOK-DATE PIC 9(8).

      *Absences of any type touching the week; a day covered by one
      *is not a no-show.
       01  ABSENT-LIMIT PIC 9(4) VALUE 1000.
       01  ABSENT-COUNT PIC 9(4) VALUE ZERO.
       01  ABSENT-INDEX PIC 9(4).
       01  ABSENT-WAS-FOUND PIC X.
       01  ABSENT-TABLE.
           05  ABSENT-ENTRY OCCURS 1000 TIMES.
               10  ABSENT-EMPLOYEE-ID PIC 9(6).
               10  ABSENT-START-DATE PIC 9(8).
               10  ABSENT-END-DATE PIC 9(8).

      *Approved shift swaps in the week. On its day the requester
      *is held to the partner's shift and the partner to the
      *requester's; every other day to their own.
       01  WEEK-SWAP-LIMIT PIC 9(3) VALUE 200.
       01  WEEK-SWAP-COUNT PIC 9(3) VALUE ZERO.
       01  WEEK-SWAP-INDEX PIC 9(3).
       01  WEEK-SWAP-WAS-FOUND PIC X.
       01  WEEK-SWAP-TABLE.
           05  WEEK-SWAP-ENTRY OCCURS 200 TIMES.
               10  WEEK-SWAP-DATE PIC 9(8).
               10  WEEK-SWAP-REQUESTER-ID PIC 9(6).
               10  WEEK-SWAP-REQUESTER-SHIFT PIC X(2).
               10  WEEK-SWAP-PARTNER-ID PIC 9(6).
               10  WEEK-SWAP-PARTNER-SHIFT PIC X(2).
       01  SWAPPED-SHIFT-CODE PIC X(2).

      *The employee being checked and the shift they are on.
       01  DAY-SHIFT-CODE PIC X(2).
       01  SHIFT-FOUND PIC X.
       01  SHIFT-IS-OVERNIGHT PIC X.
       01  SHIFT-TIME-PARTS.
           05  SHIFT-TIME-HOUR PIC 9(2).
           05  SHIFT-TIME-MINUTE PIC 9(2).
       01  SHIFT-START-MINUTES PIC S9(5).
       01  SHIFT-END-MINUTES PIC S9(5).
       01  PUNCHED-TIME PIC 9(4).
       01  PUNCHED-MINUTES PIC S9(5).
       01  MINUTES-OFF PIC S9(5).
       01  DEPARTURE-FOUND PIC X.
      *What WRITE-ADHERENCE-EXCEPTION records for the day.
       01  EXCEPTION-TYPE PIC X.
       01  EXCEPTION-MINUTES PIC 9(4).
       01  DEPARTURE-TIME PIC 9(4).
       01  CURRENT-MANAGER-ID PIC 9(6).
       01  FIRST-EMPLOYEE PIC X VALUE "Y".

      *Weekly counts for one employee, then one crew, then the run.
       01  EMPLOYEE-TOTALS.
           05  EMPLOYEE-LATE-COUNT PIC 9(3).
           05  EMPLOYEE-LATE-MINUTES PIC 9(5).
           05  EMPLOYEE-EARLY-COUNT PIC 9(3).
           05  EMPLOYEE-EARLY-MINUTES PIC 9(5).
           05  EMPLOYEE-NO-SHOW-COUNT PIC 9(3).
           05  EMPLOYEE-NO-OUT-COUNT PIC 9(3).
       01  CREW-TOTALS.
           05  CREW-LATE-COUNT PIC 9(5).
           05  CREW-EARLY-COUNT PIC 9(5).
           05  CREW-NO-SHOW-COUNT PIC 9(5).
           05  CREW-NO-OUT-COUNT PIC 9(5).
       01  RUN-LATE-COUNT PIC 9(5) VALUE ZERO.
       01  RUN-EARLY-COUNT PIC 9(5) VALUE ZERO.
       01  RUN-NO-SHOW-COUNT PIC 9(5) VALUE ZERO.
       01  RUN-NO-OUT-COUNT PIC 9(5) VALUE ZERO.
       01  EMPLOYEES-CHECKED PIC 9(5) VALUE ZERO.
       01  NOT-CHECKED-COUNT PIC 9(5) VALUE ZERO.
       01  COUNT-DISPLAY PIC ZZ,ZZ9.

       01  HEADING-LINE.
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(52) VALUE "NAME".
           05  FILLER PIC X(10) VALUE "DATE".
           05  FILLER PIC X(16) VALUE "EXCEPTION".
           05  FILLER PIC X(7) VALUE "SCHED".
           05  FILLER PIC X(7) VALUE "PUNCH".
           05  FILLER PIC X(7) VALUE "MINUTES".

       01  SUPERVISOR-LINE.
           05  FILLER PIC X(12) VALUE "SUPERVISOR: ".
           05  SL-MANAGER-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  SL-NAME PIC X(25).
           05  SL-LASTNAMES PIC X(25).

       01  DETAIL-LINE.
           05  DL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-NAME PIC X(25).
           05  DL-LASTNAMES PIC X(25).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-DATE PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-EXCEPTION PIC X(14).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-SCHEDULED PIC 9(4).
           05  FILLER PIC X(3) VALUE SPACES.
           05  DL-PUNCHED PIC X(4).
           05  FILLER PIC X(3) VALUE SPACES.
           05  DL-MINUTES PIC Z(4)9.

       01  EMPLOYEE-TOTAL-LINE.
           05  ETL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  ETL-LASTNAMES PIC X(25).
           05  FILLER PIC X(2) VALUE SPACES.
           05  FILLER PIC X(17) VALUE "WEEK TOTAL  LATE ".
           05  ETL-LATE-COUNT PIC ZZ9.
           05  FILLER PIC X(2) VALUE " (".
           05  ETL-LATE-MINUTES PIC ZZZZ9.
           05  FILLER PIC X(14) VALUE " MIN)  EARLY ".
           05  ETL-EARLY-COUNT PIC ZZ9.
           05  FILLER PIC X(2) VALUE " (".
           05  ETL-EARLY-MINUTES PIC ZZZZ9.
           05  FILLER PIC X(16) VALUE " MIN)  NO-SHOW ".
           05  ETL-NO-SHOW-COUNT PIC ZZ9.
           05  FILLER PIC X(10) VALUE "  NO OUT ".
           05  ETL-NO-OUT-COUNT PIC ZZ9.

       01  CREW-TOTAL-LINE.
           05  CTL-LABEL PIC X(20).
           05  FILLER PIC X(6) VALUE "LATE ".
           05  CTL-LATE-COUNT PIC ZZ,ZZ9.
           05  FILLER PIC X(9) VALUE "   EARLY ".
           05  CTL-EARLY-COUNT PIC ZZ,ZZ9.
           05  FILLER PIC X(11) VALUE "   NO-SHOW ".
           05  CTL-NO-SHOW-COUNT PIC ZZ,ZZ9.
           05  FILLER PIC X(10) VALUE "   NO OUT ".
           05  CTL-NO-OUT-COUNT PIC ZZ,ZZ9.

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "adherence".
       77  RW-TITLE PIC X(60).
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Weekly schedule adherence: every IN and OUT punch of the week
      *is held against the start and end of the shift the employee
      *is assigned to, with a grace period either side. Late
      *arrivals, early departures, days with no OUT punch, and
      *no-shows - a scheduled business day with no punch and no
      *absence on file - are listed by supervisor's crew with a
      *weekly total per employee, so supervisors stop building this
      *from the raw punch file. A shift ending before it starts runs
      *overnight, and its OUT punch is looked for on the next day.
      *Each exception also goes to adherexc.dat for the attendance
      *points posting.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           PERFORM BUILD-THE-WEEK
           PERFORM LOAD-THE-HOLIDAYS
           PERFORM LOAD-THE-PUNCHES
           PERFORM LOAD-THE-ABSENCES
           PERFORM LOAD-THE-SWAPS
           PERFORM OPEN-THE-REPORT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-MANAGER-ID SORT-LASTNAMES
                   SORT-NAME SORT-ID
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS WRITE-ADHERENCE-REPORT
           PERFORM CLOSE-THE-REPORT
           PERFORM CLOSING-PROCEDURE
           MOVE EMPLOYEES-CHECKED TO COUNT-DISPLAY
           DISPLAY "Schedule adherence: " COUNT-DISPLAY
               " employees checked for the week of "
               WEEK-DATE (1) ".".
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
           MOVE 1 TO RETURN-CODE.
      *Without the shift table there is nothing to hold punches
      *against.
       IF RETURN-CODE = ZERO
           OPEN INPUT SHIFT-FILE
           IF SHIFT-FILE-STATUS NOT = "00"
               DISPLAY "Error opening shifts.dat, status code "
                   SHIFT-FILE-STATUS "."
               CLOSE EMPLOYEES-FILE
               MOVE 1 TO RETURN-CODE
           END-IF
       END-IF.
       IF RETURN-CODE = ZERO
           OPEN INPUT BADGE-FILE
           IF BADGE-FILE-STATUS = "00"
               MOVE "Y" TO BADGE-XREF-PRESENT
           END-IF
           ACCEPT GRACE-MINUTES-WANTED FROM ENVIRONMENT
               "ADHERENCE_GRACE_MINUTES"
           IF GRACE-MINUTES-WANTED NOT = SPACES
               INSPECT GRACE-MINUTES-WANTED
                   REPLACING LEADING " " BY "0"
               IF GRACE-MINUTES-WANTED IS NUMERIC
                   MOVE GRACE-MINUTES-WANTED TO GRACE-MINUTES
               END-IF
           END-IF
           OPEN OUTPUT ADHERENCE-EXCEPTION-FILE
       END-IF.

       CLOSING-PROCEDURE.
       CLOSE EMPLOYEES-FILE.
       CLOSE SHIFT-FILE.
       CLOSE ADHERENCE-EXCEPTION-FILE.
       IF BADGE-XREF-PRESENT = "Y"
           CLOSE BADGE-FILE.

      *Last week runs from the Monday before this week's Monday:
      *step back to this Monday, then seven days more.
       BUILD-THE-WEEK.
       ACCEPT WEEK-START-WANTED FROM ENVIRONMENT
           "ADHERENCE_WEEK_START".
       IF WEEK-START-WANTED NOT = SPACES
           AND WEEK-START-WANTED IS NUMERIC
           MOVE WEEK-START-WANTED TO WEEK-DATE (1)
       ELSE
           MOVE "W" TO DS-REQUEST
           MOVE TODAYS-DATE TO DS-DATE-IN
           PERFORM CALL-THE-DATE-SERVICE
           MOVE TODAYS-DATE TO WEEK-DATE (1)
           COMPUTE WEEK-INDEX = DS-DATE-OUT + 6
           PERFORM STEP-BACK-ONE-DAY WEEK-INDEX TIMES.
       MOVE 2 TO WEEK-INDEX.
       PERFORM FILL-ONE-WEEK-DAY
           UNTIL WEEK-INDEX > 8.
       MOVE 1 TO WEEK-INDEX.
       PERFORM MARK-ONE-WEEK-DAY
           UNTIL WEEK-INDEX > 7.
       MOVE "N" TO WEEK-DAY-SCHEDULED (8).
       MOVE SPACES TO RW-TITLE.
       STRING "SCHEDULE ADHERENCE - WEEK OF " WEEK-DATE (1)
           DELIMITED BY SIZE INTO RW-TITLE.

       STEP-BACK-ONE-DAY.
       MOVE "P" TO DS-REQUEST.
       MOVE WEEK-DATE (1) TO DS-DATE-IN.
       PERFORM CALL-THE-DATE-SERVICE.
       MOVE DS-DATE-OUT TO WEEK-DATE (1).

       FILL-ONE-WEEK-DAY.
       MOVE "N" TO DS-REQUEST.
       MOVE WEEK-DATE (WEEK-INDEX - 1) TO DS-DATE-IN.
       PERFORM CALL-THE-DATE-SERVICE.
       MOVE DS-DATE-OUT TO WEEK-DATE (WEEK-INDEX).
       ADD 1 TO WEEK-INDEX.

      *Monday to Friday are scheduled; the weekend is not.
       MARK-ONE-WEEK-DAY.
       MOVE "W" TO DS-REQUEST.
       MOVE WEEK-DATE (WEEK-INDEX) TO DS-DATE-IN.
       PERFORM CALL-THE-DATE-SERVICE.
       IF DS-DATE-OUT < 6
           MOVE "Y" TO WEEK-DAY-SCHEDULED (WEEK-INDEX)
       ELSE
           MOVE "N" TO WEEK-DAY-SCHEDULED (WEEK-INDEX).
       ADD 1 TO WEEK-INDEX.

       CALL-THE-DATE-SERVICE.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.

       LOAD-THE-HOLIDAYS.
       OPEN INPUT CALENDAR-FILE.
       IF CALENDAR-FILE-STATUS = "00"
           MOVE "N" TO END-OF-CALENDAR
           PERFORM READ-NEXT-CALENDAR-LINE
           PERFORM CHECK-ONE-CALENDAR-LINE
               UNTIL END-OF-CALENDAR = "Y".
       CLOSE CALENDAR-FILE.

       CHECK-ONE-CALENDAR-LINE.
       IF CALENDAR-DAY-TYPE = "H"
           MOVE 1 TO WEEK-INDEX
           PERFORM UNMARK-A-HOLIDAY
               UNTIL WEEK-INDEX > 7.
       PERFORM READ-NEXT-CALENDAR-LINE.

       UNMARK-A-HOLIDAY.
       IF WEEK-DATE (WEEK-INDEX) = CALENDAR-DATE
           MOVE "N" TO WEEK-DAY-SCHEDULED (WEEK-INDEX).
       ADD 1 TO WEEK-INDEX.

       READ-NEXT-CALENDAR-LINE.
       READ CALENDAR-FILE
       AT END MOVE "Y" TO END-OF-CALENDAR.

      *A missing punch export just means nobody punched; every
      *scheduled day then shows as a no-show unless excused.
       LOAD-THE-PUNCHES.
       OPEN INPUT PUNCH-FILE.
       IF PUNCH-FILE-STATUS = "00"
           MOVE "N" TO END-OF-PUNCHES
           PERFORM READ-NEXT-PUNCH
           PERFORM NOTE-ONE-PUNCH
               UNTIL END-OF-PUNCHES = "Y".
       CLOSE PUNCH-FILE.

       NOTE-ONE-PUNCH.
       IF PUNCH-DATE NOT < WEEK-DATE (1)
           AND PUNCH-DATE NOT > WEEK-DATE (8)
           PERFORM TRANSLATE-THE-BADGE
           IF BADGE-IS-USABLE = "Y"
               PERFORM RECORD-THE-PUNCH
           END-IF.
       PERFORM READ-NEXT-PUNCH.

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

       RECORD-THE-PUNCH.
       MOVE TRANSLATED-EMPLOYEE-ID TO LOOK-EMPLOYEE-ID.
       MOVE PUNCH-DATE TO LOOK-DATE.
       PERFORM FIND-PUNCH-DAY.
       IF PUNCH-DAY-WAS-FOUND = "N"
           AND PUNCH-DAY-COUNT < PUNCH-DAY-LIMIT
           ADD 1 TO PUNCH-DAY-COUNT
           MOVE PUNCH-DAY-COUNT TO PUNCH-DAY-INDEX
           MOVE TRANSLATED-EMPLOYEE-ID
               TO PD-EMPLOYEE-ID (PUNCH-DAY-INDEX)
           MOVE PUNCH-DATE TO PD-DATE (PUNCH-DAY-INDEX)
           MOVE "N" TO PD-HAS-IN (PUNCH-DAY-INDEX)
           MOVE "N" TO PD-HAS-OUT (PUNCH-DAY-INDEX)
           MOVE "Y" TO PUNCH-DAY-WAS-FOUND.
       IF PUNCH-DAY-WAS-FOUND = "Y"
           PERFORM KEEP-THE-PUNCH-TIME.

      *The earliest IN is the arrival; the earliest and latest OUT
      *are both kept, since which one is the departure depends on
      *whether the shift runs overnight.
       KEEP-THE-PUNCH-TIME.
       EVALUATE TRUE
           WHEN PUNCH-IN
               IF PD-HAS-IN (PUNCH-DAY-INDEX) = "N"
                   OR PUNCH-TIME < PD-FIRST-IN (PUNCH-DAY-INDEX)
                   MOVE PUNCH-TIME TO PD-FIRST-IN (PUNCH-DAY-INDEX)
               END-IF
               MOVE "Y" TO PD-HAS-IN (PUNCH-DAY-INDEX)
           WHEN PUNCH-OUT
               IF PD-HAS-OUT (PUNCH-DAY-INDEX) = "N"
                   MOVE PUNCH-TIME TO PD-FIRST-OUT (PUNCH-DAY-INDEX)
                   MOVE PUNCH-TIME TO PD-LAST-OUT (PUNCH-DAY-INDEX)
               END-IF
               IF PUNCH-TIME < PD-FIRST-OUT (PUNCH-DAY-INDEX)
                   MOVE PUNCH-TIME TO PD-FIRST-OUT (PUNCH-DAY-INDEX)
               END-IF
               IF PUNCH-TIME > PD-LAST-OUT (PUNCH-DAY-INDEX)
                   MOVE PUNCH-TIME TO PD-LAST-OUT (PUNCH-DAY-INDEX)
               END-IF
               MOVE "Y" TO PD-HAS-OUT (PUNCH-DAY-INDEX)
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

       FIND-PUNCH-DAY.
       MOVE "N" TO PUNCH-DAY-WAS-FOUND.
       MOVE 1 TO PUNCH-DAY-INDEX.
       PERFORM LOOK-FOR-PUNCH-DAY
           UNTIL PUNCH-DAY-WAS-FOUND = "Y"
           OR PUNCH-DAY-INDEX > PUNCH-DAY-COUNT.

       LOOK-FOR-PUNCH-DAY.
       IF PD-EMPLOYEE-ID (PUNCH-DAY-INDEX) = LOOK-EMPLOYEE-ID
           AND PD-DATE (PUNCH-DAY-INDEX) = LOOK-DATE
           MOVE "Y" TO PUNCH-DAY-WAS-FOUND
       ELSE
           ADD 1 TO PUNCH-DAY-INDEX.

       READ-NEXT-PUNCH.
       READ PUNCH-FILE
       AT END MOVE "Y" TO END-OF-PUNCHES.

       LOAD-THE-ABSENCES.
       OPEN INPUT ABSENCE-FILE.
       IF ABSENCE-FILE-STATUS = "00"
           MOVE "N" TO END-OF-ABSENCES
           PERFORM READ-NEXT-ABSENCE
           PERFORM NOTE-ONE-ABSENCE
               UNTIL END-OF-ABSENCES = "Y".
       CLOSE ABSENCE-FILE.

       NOTE-ONE-ABSENCE.
       IF ABSENCE-START-DATE NOT > WEEK-DATE (7)
           AND ABSENCE-END-DATE NOT < WEEK-DATE (1)
           AND ABSENT-COUNT < ABSENT-LIMIT
           ADD 1 TO ABSENT-COUNT
           MOVE ABSENCE-EMPLOYEE-ID
               TO ABSENT-EMPLOYEE-ID (ABSENT-COUNT)
           MOVE ABSENCE-START-DATE
               TO ABSENT-START-DATE (ABSENT-COUNT)
           MOVE ABSENCE-END-DATE
               TO ABSENT-END-DATE (ABSENT-COUNT).
       PERFORM READ-NEXT-ABSENCE.

       READ-NEXT-ABSENCE.
       READ ABSENCE-FILE
       AT END MOVE "Y" TO END-OF-ABSENCES.

      *No swap file yet just means nobody has swapped.
       LOAD-THE-SWAPS.
       OPEN INPUT SHIFT-SWAP-FILE.
       IF SHIFT-SWAP-STATUS = "00"
           MOVE "N" TO END-OF-SWAPS
           MOVE WEEK-DATE (1) TO SWAP-DATE
           MOVE ZERO TO SWAP-REQUESTER-ID
           START SHIFT-SWAP-FILE
               KEY IS NOT LESS THAN SWAP-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-SWAPS
           END-START
           PERFORM NOTE-ONE-SWAP
               UNTIL END-OF-SWAPS = "Y"
           CLOSE SHIFT-SWAP-FILE.

       NOTE-ONE-SWAP.
       READ SHIFT-SWAP-FILE NEXT RECORD
           AT END
               MOVE "Y" TO END-OF-SWAPS
       END-READ.
       IF END-OF-SWAPS = "N"
           IF SWAP-DATE > WEEK-DATE (7)
               MOVE "Y" TO END-OF-SWAPS
           ELSE
               IF SWAP-APPROVED
                   AND WEEK-SWAP-COUNT < WEEK-SWAP-LIMIT
                   ADD 1 TO WEEK-SWAP-COUNT
                   MOVE SWAP-DATE TO WEEK-SWAP-DATE (WEEK-SWAP-COUNT)
                   MOVE SWAP-REQUESTER-ID
                       TO WEEK-SWAP-REQUESTER-ID (WEEK-SWAP-COUNT)
                   MOVE SWAP-REQUESTER-SHIFT
                       TO WEEK-SWAP-REQUESTER-SHIFT (WEEK-SWAP-COUNT)
                   MOVE SWAP-PARTNER-ID
                       TO WEEK-SWAP-PARTNER-ID (WEEK-SWAP-COUNT)
                   MOVE SWAP-PARTNER-SHIFT
                       TO WEEK-SWAP-PARTNER-SHIFT (WEEK-SWAP-COUNT)
               END-IF
           END-IF.

      *Only active employees with a shift assigned are scheduled;
      *someone on leave is not expected at the clock.
       LOAD-SORT-FILE.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-EMPLOYEE.
       PERFORM RELEASE-ONE-EMPLOYEE
           UNTIL READ-ALL = "1".

       RELEASE-ONE-EMPLOYEE.
       IF EMPLOYEES-ACTIVE
           AND EMPLOYEES-SHIFT-CODE NOT = SPACES
           MOVE EMPLOYEES-MANAGER-ID TO SORT-MANAGER-ID
           MOVE EMPLOYEES-LASTNAMES TO SORT-LASTNAMES
           MOVE EMPLOYEES-NAME TO SORT-NAME
           MOVE EMPLOYEES-ID TO SORT-ID
           MOVE EMPLOYEES-SHIFT-CODE TO SORT-SHIFT-CODE
           MOVE EMPLOYEES-HIRE-DATE TO SORT-HIRE-DATE
           RELEASE SORT-RECORD.
       PERFORM READ-NEXT-EMPLOYEE.

       READ-NEXT-EMPLOYEE.
       READ EMPLOYEES-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       WRITE-ADHERENCE-REPORT.
       MOVE "0" TO READ-ALL.
       PERFORM RETURN-NEXT-SORTED-RECORD.
       PERFORM CHECK-ONE-EMPLOYEE
           UNTIL READ-ALL = "1".
       IF FIRST-EMPLOYEE = "N"
           PERFORM PRINT-CREW-TOTALS.
       PERFORM PRINT-RUN-TOTALS.

       CHECK-ONE-EMPLOYEE.
       IF FIRST-EMPLOYEE = "Y"
           OR SORT-MANAGER-ID NOT = CURRENT-MANAGER-ID
           PERFORM START-A-NEW-CREW.
       MOVE SORT-SHIFT-CODE TO DAY-SHIFT-CODE.
       PERFORM LOOK-UP-THE-SHIFT.
       IF SHIFT-FOUND = "N"
           MOVE SPACES TO DETAIL-LINE
           PERFORM FILL-DETAIL-NAME
           MOVE ZERO TO DL-DATE
           MOVE "SHIFT NOT ON FILE" TO DL-EXCEPTION
           MOVE ZERO TO DL-SCHEDULED
           MOVE DETAIL-LINE TO RW-DETAIL
           PERFORM WRITE-REPORT-DETAIL
           ADD 1 TO NOT-CHECKED-COUNT
       ELSE
           INITIALIZE EMPLOYEE-TOTALS
           MOVE 1 TO WEEK-INDEX
           PERFORM CHECK-ONE-DAY
               UNTIL WEEK-INDEX > 7
           PERFORM PRINT-EMPLOYEE-TOTALS
           ADD 1 TO EMPLOYEES-CHECKED.
       PERFORM RETURN-NEXT-SORTED-RECORD.

      *Totals for the crew just finished, then the next crew's
      *supervisor by name from the master.
       START-A-NEW-CREW.
       IF FIRST-EMPLOYEE = "N"
           PERFORM PRINT-CREW-TOTALS.
       MOVE "N" TO FIRST-EMPLOYEE.
       MOVE SORT-MANAGER-ID TO CURRENT-MANAGER-ID.
       INITIALIZE CREW-TOTALS.
       MOVE SPACES TO SL-NAME.
       MOVE SPACES TO SL-LASTNAMES.
       MOVE SORT-MANAGER-ID TO SL-MANAGER-ID.
       IF SORT-MANAGER-ID = ZERO
           MOVE "(NO SUPERVISOR ON FILE)" TO SL-NAME
       ELSE
           MOVE SORT-MANAGER-ID TO EMPLOYEES-ID
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

      *Times become minutes past midnight; an end before the start
      *is a shift that runs overnight.
       LOOK-UP-THE-SHIFT.
       MOVE "Y" TO SHIFT-FOUND.
       MOVE DAY-SHIFT-CODE TO SHIFT-CODE.
       READ SHIFT-FILE RECORD
           INVALID KEY
               MOVE "N" TO SHIFT-FOUND
       END-READ.
       IF SHIFT-FOUND = "Y"
           MOVE SHIFT-START-TIME TO SHIFT-TIME-PARTS
           COMPUTE SHIFT-START-MINUTES =
               SHIFT-TIME-HOUR * 60 + SHIFT-TIME-MINUTE
           MOVE SHIFT-END-TIME TO SHIFT-TIME-PARTS
           COMPUTE SHIFT-END-MINUTES =
               SHIFT-TIME-HOUR * 60 + SHIFT-TIME-MINUTE
           IF SHIFT-END-TIME < SHIFT-START-TIME
               MOVE "Y" TO SHIFT-IS-OVERNIGHT
           ELSE
               MOVE "N" TO SHIFT-IS-OVERNIGHT
           END-IF.

      *A scheduled day before the hire date is not theirs to miss.
       CHECK-ONE-DAY.
       IF WEEK-DAY-SCHEDULED (WEEK-INDEX) = "Y"
           AND WEEK-DATE (WEEK-INDEX) NOT < SORT-HIRE-DATE
           PERFORM FIND-THE-SWAPPED-SHIFT
           IF WEEK-SWAP-WAS-FOUND = "Y"
               PERFORM JUDGE-A-SWAPPED-DAY
           ELSE
               PERFORM JUDGE-ONE-DAY
           END-IF.
       ADD 1 TO WEEK-INDEX.

       FIND-THE-SWAPPED-SHIFT.
       MOVE "N" TO WEEK-SWAP-WAS-FOUND.
       MOVE 1 TO WEEK-SWAP-INDEX.
       PERFORM LOOK-FOR-WEEK-SWAP
           UNTIL WEEK-SWAP-WAS-FOUND = "Y"
           OR WEEK-SWAP-INDEX > WEEK-SWAP-COUNT.

       LOOK-FOR-WEEK-SWAP.
       IF WEEK-SWAP-DATE (WEEK-SWAP-INDEX) = WEEK-DATE (WEEK-INDEX)
           AND WEEK-SWAP-REQUESTER-ID (WEEK-SWAP-INDEX) = SORT-ID
           MOVE "Y" TO WEEK-SWAP-WAS-FOUND
           MOVE WEEK-SWAP-PARTNER-SHIFT (WEEK-SWAP-INDEX)
               TO SWAPPED-SHIFT-CODE
       ELSE
           IF WEEK-SWAP-DATE (WEEK-SWAP-INDEX) = WEEK-DATE (WEEK-INDEX)
               AND WEEK-SWAP-PARTNER-ID (WEEK-SWAP-INDEX) = SORT-ID
               MOVE "Y" TO WEEK-SWAP-WAS-FOUND
               MOVE WEEK-SWAP-REQUESTER-SHIFT (WEEK-SWAP-INDEX)
                   TO SWAPPED-SHIFT-CODE
           ELSE
               ADD 1 TO WEEK-SWAP-INDEX
           END-IF.

      *The day is held to the shift taken over, then the employee's
      *own shift is put back for the rest of the week. A swapped
      *shift since dropped from the table leaves the day unjudged.
       JUDGE-A-SWAPPED-DAY.
       MOVE SWAPPED-SHIFT-CODE TO DAY-SHIFT-CODE.
       PERFORM LOOK-UP-THE-SHIFT.
       IF SHIFT-FOUND = "Y"
           PERFORM JUDGE-ONE-DAY.
       MOVE SORT-SHIFT-CODE TO DAY-SHIFT-CODE.
       PERFORM LOOK-UP-THE-SHIFT.

       JUDGE-ONE-DAY.
       MOVE SORT-ID TO LOOK-EMPLOYEE-ID.
       MOVE WEEK-DATE (WEEK-INDEX) TO LOOK-DATE.
       PERFORM FIND-PUNCH-DAY.
       IF PUNCH-DAY-WAS-FOUND = "Y"
           IF PD-HAS-IN (PUNCH-DAY-INDEX) = "N"
               MOVE "N" TO PUNCH-DAY-WAS-FOUND
           END-IF.
       IF PUNCH-DAY-WAS-FOUND = "N"
           PERFORM CHECK-FOR-NO-SHOW
       ELSE
           PERFORM CHECK-THE-ARRIVAL
           PERFORM CHECK-THE-DEPARTURE.

      *No IN punch all day: a no-show unless an absence of any kind
      *covers the day.
       CHECK-FOR-NO-SHOW.
       MOVE "N" TO ABSENT-WAS-FOUND.
       MOVE 1 TO ABSENT-INDEX.
       PERFORM LOOK-FOR-ABSENCE
           UNTIL ABSENT-WAS-FOUND = "Y"
           OR ABSENT-INDEX > ABSENT-COUNT.
       IF ABSENT-WAS-FOUND = "N"
           MOVE SPACES TO DETAIL-LINE
           PERFORM FILL-DETAIL-NAME
           MOVE WEEK-DATE (WEEK-INDEX) TO DL-DATE
           MOVE "NO-SHOW" TO DL-EXCEPTION
           MOVE SHIFT-START-TIME TO DL-SCHEDULED
           MOVE DETAIL-LINE TO RW-DETAIL
           PERFORM WRITE-REPORT-DETAIL
           MOVE "N" TO EXCEPTION-TYPE
           MOVE ZERO TO EXCEPTION-MINUTES
           PERFORM WRITE-ADHERENCE-EXCEPTION
           ADD 1 TO EMPLOYEE-NO-SHOW-COUNT.

       LOOK-FOR-ABSENCE.
       IF ABSENT-EMPLOYEE-ID (ABSENT-INDEX) = SORT-ID
           AND ABSENT-START-DATE (ABSENT-INDEX)
               NOT > WEEK-DATE (WEEK-INDEX)
           AND ABSENT-END-DATE (ABSENT-INDEX)
               NOT < WEEK-DATE (WEEK-INDEX)
           MOVE "Y" TO ABSENT-WAS-FOUND
       ELSE
           ADD 1 TO ABSENT-INDEX.

       CHECK-THE-ARRIVAL.
       MOVE PD-FIRST-IN (PUNCH-DAY-INDEX) TO PUNCHED-TIME.
       PERFORM FIGURE-PUNCHED-MINUTES.
       COMPUTE MINUTES-OFF = PUNCHED-MINUTES - SHIFT-START-MINUTES.
       IF MINUTES-OFF > GRACE-MINUTES
           MOVE SPACES TO DETAIL-LINE
           PERFORM FILL-DETAIL-NAME
           MOVE WEEK-DATE (WEEK-INDEX) TO DL-DATE
           MOVE "LATE ARRIVAL" TO DL-EXCEPTION
           MOVE SHIFT-START-TIME TO DL-SCHEDULED
           MOVE PUNCHED-TIME TO DL-PUNCHED
           MOVE MINUTES-OFF TO DL-MINUTES
           MOVE DETAIL-LINE TO RW-DETAIL
           PERFORM WRITE-REPORT-DETAIL
           MOVE "L" TO EXCEPTION-TYPE
           MOVE MINUTES-OFF TO EXCEPTION-MINUTES
           PERFORM WRITE-ADHERENCE-EXCEPTION
           ADD 1 TO EMPLOYEE-LATE-COUNT
           ADD MINUTES-OFF TO EMPLOYEE-LATE-MINUTES.

      *A day shift leaves on its own day - the last OUT counts, so a
      *lunch-break punch is not taken for the departure. A night
      *shift leaves the next morning - the first OUT on that day.
       CHECK-THE-DEPARTURE.
       MOVE "N" TO DEPARTURE-FOUND.
       IF SHIFT-IS-OVERNIGHT = "N"
           IF PD-HAS-OUT (PUNCH-DAY-INDEX) = "Y"
               MOVE "Y" TO DEPARTURE-FOUND
               MOVE PD-LAST-OUT (PUNCH-DAY-INDEX) TO DEPARTURE-TIME
           END-IF
       ELSE
           MOVE WEEK-DATE (WEEK-INDEX + 1) TO LOOK-DATE
           PERFORM FIND-PUNCH-DAY
           IF PUNCH-DAY-WAS-FOUND = "Y"
               IF PD-HAS-OUT (PUNCH-DAY-INDEX) = "Y"
                   MOVE "Y" TO DEPARTURE-FOUND
                   MOVE PD-FIRST-OUT (PUNCH-DAY-INDEX)
                       TO DEPARTURE-TIME
               END-IF
           END-IF.
       MOVE SPACES TO DETAIL-LINE.
       PERFORM FILL-DETAIL-NAME.
       MOVE WEEK-DATE (WEEK-INDEX) TO DL-DATE.
       MOVE SHIFT-END-TIME TO DL-SCHEDULED.
       IF DEPARTURE-FOUND = "N"
           MOVE "NO OUT PUNCH" TO DL-EXCEPTION
           MOVE DETAIL-LINE TO RW-DETAIL
           PERFORM WRITE-REPORT-DETAIL
           MOVE "O" TO EXCEPTION-TYPE
           MOVE ZERO TO EXCEPTION-MINUTES
           PERFORM WRITE-ADHERENCE-EXCEPTION
           ADD 1 TO EMPLOYEE-NO-OUT-COUNT
       ELSE
           MOVE DEPARTURE-TIME TO PUNCHED-TIME
           PERFORM FIGURE-PUNCHED-MINUTES
           COMPUTE MINUTES-OFF =
               SHIFT-END-MINUTES - PUNCHED-MINUTES
           IF MINUTES-OFF > GRACE-MINUTES
               MOVE "EARLY DEPARTURE" TO DL-EXCEPTION
               MOVE PUNCHED-TIME TO DL-PUNCHED
               MOVE MINUTES-OFF TO DL-MINUTES
               MOVE DETAIL-LINE TO RW-DETAIL
               PERFORM WRITE-REPORT-DETAIL
               MOVE "E" TO EXCEPTION-TYPE
               MOVE MINUTES-OFF TO EXCEPTION-MINUTES
               PERFORM WRITE-ADHERENCE-EXCEPTION
               ADD 1 TO EMPLOYEE-EARLY-COUNT
               ADD MINUTES-OFF TO EMPLOYEE-EARLY-MINUTES
           END-IF.

       WRITE-ADHERENCE-EXCEPTION.
       MOVE SPACES TO ADHERENCE-EXCEPTION-RECORD.
       MOVE SORT-ID TO ADHEXC-EMPLOYEE-ID.
       MOVE WEEK-DATE (WEEK-INDEX) TO ADHEXC-DATE.
       MOVE EXCEPTION-TYPE TO ADHEXC-TYPE.
       MOVE EXCEPTION-MINUTES TO ADHEXC-MINUTES.
       WRITE ADHERENCE-EXCEPTION-RECORD.

       FIGURE-PUNCHED-MINUTES.
       MOVE PUNCHED-TIME TO SHIFT-TIME-PARTS.
       COMPUTE PUNCHED-MINUTES =
           SHIFT-TIME-HOUR * 60 + SHIFT-TIME-MINUTE.

       FILL-DETAIL-NAME.
       MOVE SORT-ID TO DL-ID.
       MOVE SORT-NAME TO DL-NAME.
       MOVE SORT-LASTNAMES TO DL-LASTNAMES.

       PRINT-EMPLOYEE-TOTALS.
       MOVE EMPLOYEE-LATE-COUNT TO ETL-LATE-COUNT.
       MOVE EMPLOYEE-LATE-MINUTES TO ETL-LATE-MINUTES.
       MOVE EMPLOYEE-EARLY-COUNT TO ETL-EARLY-COUNT.
       MOVE EMPLOYEE-EARLY-MINUTES TO ETL-EARLY-MINUTES.
       MOVE EMPLOYEE-NO-SHOW-COUNT TO ETL-NO-SHOW-COUNT.
       MOVE EMPLOYEE-NO-OUT-COUNT TO ETL-NO-OUT-COUNT.
       MOVE SORT-ID TO ETL-ID.
       MOVE SORT-LASTNAMES TO ETL-LASTNAMES.
       MOVE EMPLOYEE-TOTAL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       ADD EMPLOYEE-LATE-COUNT TO CREW-LATE-COUNT.
       ADD EMPLOYEE-EARLY-COUNT TO CREW-EARLY-COUNT.
       ADD EMPLOYEE-NO-SHOW-COUNT TO CREW-NO-SHOW-COUNT.
       ADD EMPLOYEE-NO-OUT-COUNT TO CREW-NO-OUT-COUNT.

       PRINT-CREW-TOTALS.
       MOVE "CREW TOTAL" TO CTL-LABEL.
       MOVE CREW-LATE-COUNT TO CTL-LATE-COUNT.
       MOVE CREW-EARLY-COUNT TO CTL-EARLY-COUNT.
       MOVE CREW-NO-SHOW-COUNT TO CTL-NO-SHOW-COUNT.
       MOVE CREW-NO-OUT-COUNT TO CTL-NO-OUT-COUNT.
       MOVE CREW-TOTAL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       ADD CREW-LATE-COUNT TO RUN-LATE-COUNT.
       ADD CREW-EARLY-COUNT TO RUN-EARLY-COUNT.
       ADD CREW-NO-SHOW-COUNT TO RUN-NO-SHOW-COUNT.
       ADD CREW-NO-OUT-COUNT TO RUN-NO-OUT-COUNT.

       PRINT-RUN-TOTALS.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE "ALL CREWS" TO CTL-LABEL.
       MOVE RUN-LATE-COUNT TO CTL-LATE-COUNT.
       MOVE RUN-EARLY-COUNT TO CTL-EARLY-COUNT.
       MOVE RUN-NO-SHOW-COUNT TO CTL-NO-SHOW-COUNT.
       MOVE RUN-NO-OUT-COUNT TO CTL-NO-OUT-COUNT.
       MOVE CREW-TOTAL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE EMPLOYEES-CHECKED TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "EMPLOYEES CHECKED:      " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE GRACE-MINUTES TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "GRACE MINUTES:          " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       IF NOT-CHECKED-COUNT > ZERO
           MOVE NOT-CHECKED-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO RW-DETAIL
           STRING "SHIFT NOT ON FILE:      " COUNT-DISPLAY
               DELIMITED BY SIZE INTO RW-DETAIL
           PERFORM WRITE-REPORT-DETAIL.

       RETURN-NEXT-SORTED-RECORD.
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

       END PROGRAM EmployeeScheduleAdherence.
