       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "BadgePhysicalFile.cbl".
       COPY "ProjectPhysicalFile.cbl".
       COPY "ProjectHoursPhysicalFile.cbl".
       COPY "TerminalPhysicalFile.cbl".
       COPY "ShiftPhysicalFile.cbl".

      *Daily export from the plant time clock, in badge, date, time
      *order: one line per punch. OPTIONAL because a day the clock
       ASSIGN TO "punchexceptions.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Sequence gaps, duplicate and replayed punches, and clocks that
      *went quiet during a shift, found before any hours are built.
       SELECT CLOCK-HEALTH-FILE
       ASSIGN TO "clockhealth.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT TERMINAL-SORT-FILE
       ASSIGN TO "clocksort.tmp".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "BadgeLogicFile.cbl".
       COPY "ProjectLogicFile.cbl".
       COPY "ProjectHoursLogicFile.cbl".
       COPY "TerminalLogicFile.cbl".
       COPY "ShiftLogicFile.cbl".

       FD PUNCH-FILE.
       01 PUNCH-RECORD.
           05 PUNCH-DIRECTION PIC X(1).
               88 PUNCH-IN VALUE "I".
               88 PUNCH-OUT VALUE "O".
      *Optional project or work-order code keyed at the clock; the
      *code on the IN punch is the one the shift is charged to.
           05 FILLER PIC X(1).
           05 PUNCH-PROJECT-CODE PIC X(8).
      *The terminal that took the punch and its running sequence
      *number; blank on exports from clocks that do not send them.
           05 FILLER PIC X(1).
           05 PUNCH-TERMINAL-ID PIC X(4).
           05 FILLER PIC X(1).
           05 PUNCH-SEQUENCE PIC 9(6).

       COPY "HoursLogicFile.cbl".

       FD EXCEPTION-REPORT-FILE.
       01 EXCEPTION-LINE PIC X(80).

       FD CLOCK-HEALTH-FILE.
       01 CLOCK-HEALTH-LINE PIC X(80).

       SD  TERMINAL-SORT-FILE.
       01  TERMINAL-SORT-RECORD.
           05  TSORT-TERMINAL-ID PIC X(4).
           05  TSORT-SEQUENCE PIC 9(6).
           05  TSORT-DATE PIC 9(8).
           05  TSORT-TIME.
               10  TSORT-HOUR PIC 9(2).
               10  TSORT-MINUTE PIC 9(2).
           05  TSORT-EMPLOYEE-ID PIC 9(6).

       WORKING-STORAGE SECTION.
      *Arguments for the shared exception queue the workbench works.
       77  EQ-SOURCE PIC X(20).
      *taken as raw employee IDs the way they always were - the
      *transition stance while badges are still being issued.
       01  BADGE-XREF-PRESENT PIC X VALUE "N".
       01  PROJECT-FILE-STATUS PIC X(2).
       01  PROJECT-HOURS-STATUS PIC X(2).
      *Charge codes are only honored when they can be checked, so
      *with no projects.dat every shift goes uncharged.
       01  PROJECT-MASTER-PRESENT PIC X VALUE "N".
       01  PROJECT-LEDGER-OPEN PIC X VALUE "N".
       01  TERMINAL-FILE-STATUS PIC X(2).
       01  SHIFT-FILE-STATUS PIC X(2).
      *The clock health checks need the terminal master; without
      *one, punches are paired the way they always were.
       01  TERMINAL-MASTER-PRESENT PIC X VALUE "N".
       01  SHIFT-FILE-PRESENT PIC X VALUE "N".
       01  END-OF-SORTED-PUNCHES PIC X.
       01  END-OF-TERMINALS PIC X.
       01  KEEP-FIRST-COPY PIC X.
       77  PUNCH-IS-DUPLICATE PIC X.

      *Arguments for the shared date service, asked for the day of
      *the week each punch date falls on.
       77  DS-REQUEST PIC X.
       77  DS-DATE-IN PIC 9(8).
       77  DS-DATE-OUT PIC 9(8).
       77  DS-STATUS PIC X(2).

      *Every terminal the run hears from or expects to hear from.
      *The sequence and date the master held when the run started
      *tell a replayed buffer from a clock whose counter was reset.
       01  TERM-LIMIT PIC 9(3) VALUE 200.
       01  TERM-COUNT PIC 9(3) VALUE ZERO.
       01  TERM-INDEX PIC 9(3).
       01  TERM-WAS-FOUND PIC X.
       01  TERM-TABLE.
           05  TERM-ENTRY OCCURS 200 TIMES.
               10  TERM-ID PIC X(4).
               10  TERM-ON-MASTER PIC X.
               10  TERM-IS-ACTIVE PIC X.
               10  TERM-DAYS.
                   15  TERM-DAY PIC X OCCURS 7 TIMES.
               10  TERM-START-SEQUENCE PIC 9(6).
               10  TERM-START-DATE PIC 9(8).
               10  TERM-HIGH-SEQUENCE PIC 9(6).
               10  TERM-HIGH-DATE PIC 9(8).
               10  TERM-PUNCHES-TAKEN PIC X.
               10  TERM-SHIFT OCCURS 3 TIMES.
                   15  TERM-SHIFT-CODE PIC X(2).
                   15  TERM-SHIFT-KNOWN PIC X.
                   15  TERM-SHIFT-START PIC 9(4).
                   15  TERM-SHIFT-END PIC 9(4).
                   15  TERM-WINDOW-FROM PIC 9(4).
                   15  TERM-WINDOW-TO PIC 9(4).
               10  TERM-DATE-HEARD OCCURS 31 TIMES.
                   15  TERM-SHIFT-HEARD PIC X OCCURS 3 TIMES.

      *The punch dates in the export, with the day of the week each
      *falls on (1 = Monday).
       01  RUNDAY-LIMIT PIC 9(2) VALUE 31.
       01  RUNDAY-COUNT PIC 9(2) VALUE ZERO.
       01  RUNDAY-INDEX PIC 9(2).
       01  RUNDAY-WAS-FOUND PIC X.
       01  RUNDAY-TABLE.
           05  RUNDAY-ENTRY OCCURS 31 TIMES.
               10  RUNDAY-DATE PIC 9(8).
               10  RUNDAY-WEEKDAY PIC 9.

      *Punches the pairing pass must not take: a replayed punch is
      *dropped every time it appears, a duplicate inside the export
      *only after its first appearance.
       01  DUP-LIMIT PIC 9(4) VALUE 1000.
       01  DUP-COUNT PIC 9(4) VALUE ZERO.
       01  DUP-INDEX PIC 9(4).
       01  DUP-WAS-FOUND PIC X.
       01  DUP-OVERFLOWED PIC X VALUE "N".
       01  DUP-TABLE.
           05  DUP-ENTRY OCCURS 1000 TIMES.
               10  DUP-TERMINAL-ID PIC X(4).
               10  DUP-SEQUENCE PIC 9(6).
               10  DUP-KEEP-FIRST PIC X.
               10  DUP-TIMES-SEEN PIC 9(3).

      *A punch up to half an hour either side of a shift counts as
      *the clock being busy for it - crews punch in early and out
      *late.
       01  SHIFT-GRACE-MINUTES PIC 9(2) VALUE 30.
       01  WINDOW-MINUTES PIC S9(5).
       01  CLOCK-MINUTES PIC 9(4).
       01  CLOCK-HOUR-PART PIC 9(2).
       01  CLOCK-MINUTE-PART PIC 9(2).
       01  SLOT-INDEX PIC 9.
       01  WEEKDAY-INDEX PIC 9.
       01  GAP-FIRST PIC 9(6).
       01  GAP-LAST PIC 9(6).
       01  HEALTH-FINDINGS PIC 9(6) VALUE ZERO.
       01  DUPLICATES-DROPPED PIC 9(6) VALUE ZERO.
       01  HEALTH-FINDINGS-DISPLAY PIC Z(5)9.
       01  DUPLICATES-DISPLAY PIC Z(5)9.

       01  HEALTH-DETAIL.
           05  HD-TAG PIC X(22).
           05  HD-TERMINAL PIC X(4).
           05  FILLER PIC X(2) VALUE SPACES.
           05  HD-DATE PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  HD-NOTE PIC X(40).
      *The employee the badge cross-reference says is punching;
      *equal to the raw badge number when there is no cross-reference.
       01  TRANSLATED-EMPLOYEE-ID PIC 9(6).
       01  PENDING-IN-DATE PIC 9(8).
       01  PENDING-IN-TIME PIC 9(4).
       01  PENDING-IN-MINUTES PIC 9(4).
       01  PENDING-IN-PROJECT-CODE PIC X(8).
       01  PUNCH-MINUTES PIC 9(4).
       01  WORKED-MINUTES PIC 9(4).
       01  STANDARD-DAY-HOURS PIC 9(2)V99.
      *that are not active employees on the master, pairs in/out
      *punches into daily hours for payroll, and reports every
      *orphan punch - the reconciliation that used to happen in a
      *spreadsheet before hours went to payroll. A shift whose IN
      *punch carries a valid project code is charged to it on
      *hours.dat and posted to the project ledger. Before any
      *pairing, punches stamped with a terminal and sequence number
      *are checked against the terminal master for sequence gaps,
      *duplicated or replayed punches and clocks that sent nothing
      *during a shift, on clockhealth.rpt; duplicates and replays
      *are then left out of the pairing.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO AND NOTHING-TO-PROCESS = "N"
           AND TERMINAL-MASTER-PRESENT = "Y"
           PERFORM CHECK-THE-CLOCKS.
       IF RETURN-CODE = ZERO AND NOTHING-TO-PROCESS = "N"
           PERFORM READ-NEXT-PUNCH
           PERFORM PROCESS-ONE-PUNCH
           DISPLAY "Punch interface complete. Punches: "
               PUNCHES-READ-DISPLAY
               "  Days paired: " DAYS-PAIRED-DISPLAY
               "  Exceptions: " EXCEPTIONS-DISPLAY
           MOVE HEALTH-FINDINGS TO HEALTH-FINDINGS-DISPLAY
           MOVE DUPLICATES-DROPPED TO DUPLICATES-DISPLAY
           DISPLAY "Clock health findings: " HEALTH-FINDINGS-DISPLAY
               "  Duplicate punches dropped: " DUPLICATES-DISPLAY.
       END-PROGRAM.
       GOBACK.

               DISPLAY "Badge cross-reference not available -"
                   " punches will be taken as employee IDs."
           END-IF
           PERFORM OPEN-THE-PROJECT-FILES
           PERFORM OPEN-THE-TERMINAL-FILES
       END-IF.

       OPEN-THE-TERMINAL-FILES.
       OPEN OUTPUT CLOCK-HEALTH-FILE.
       OPEN I-O TERMINAL-FILE.
       IF TERMINAL-FILE-STATUS = "00"
           MOVE "Y" TO TERMINAL-MASTER-PRESENT
           OPEN INPUT SHIFT-FILE
           IF SHIFT-FILE-STATUS = "00"
               MOVE "Y" TO SHIFT-FILE-PRESENT
           END-IF
       ELSE
           MOVE "TERMINAL MASTER NOT AVAILABLE - NO CHECKS MADE"
               TO CLOCK-HEALTH-LINE
           WRITE CLOCK-HEALTH-LINE
           DISPLAY "Terminal master not available -"
               " clock health checks skipped."
       END-IF.

      *The project ledger is built the first time it is needed, the
      *same way EMPLOYEES-FILE is.
       OPEN-THE-PROJECT-FILES.
       OPEN INPUT PROJECT-FILE.
       IF PROJECT-FILE-STATUS = "00"
           MOVE "Y" TO PROJECT-MASTER-PRESENT
           OPEN I-O PROJECT-HOURS-FILE
           IF PROJECT-HOURS-STATUS = "35"
               OPEN OUTPUT PROJECT-HOURS-FILE
               CLOSE PROJECT-HOURS-FILE
               OPEN I-O PROJECT-HOURS-FILE
           END-IF
           IF PROJECT-HOURS-STATUS = "00"
               MOVE "Y" TO PROJECT-LEDGER-OPEN
           ELSE
               DISPLAY "Error opening projhours.dat, status code "
                   PROJECT-HOURS-STATUS "."
               MOVE 1 TO RETURN-CODE
           END-IF
       ELSE
           DISPLAY "Project master not available -"
               " punches will not be charged to projects."
       END-IF.

       CLOSING-PROCEDURE.
       CLOSE EXCEPTION-REPORT-FILE.
       IF BADGE-XREF-PRESENT = "Y"
           CLOSE BADGE-FILE.
       IF PROJECT-MASTER-PRESENT = "Y"
           CLOSE PROJECT-FILE.
       IF PROJECT-LEDGER-OPEN = "Y"
           CLOSE PROJECT-HOURS-FILE.
       CLOSE CLOCK-HEALTH-FILE.
       IF TERMINAL-MASTER-PRESENT = "Y"
           CLOSE TERMINAL-FILE.
       IF SHIFT-FILE-PRESENT = "Y"
           CLOSE SHIFT-FILE.

       PROCESS-ONE-PUNCH.
       ADD 1 TO PUNCHES-READ.
       MOVE "N" TO PUNCH-IS-DUPLICATE.
       IF DUP-COUNT > ZERO
           AND PUNCH-TERMINAL-ID NOT = SPACES
           AND PUNCH-SEQUENCE IS NUMERIC
           PERFORM CHECK-FOR-DUPLICATE.
       IF PUNCH-IS-DUPLICATE = "N"
           PERFORM CHECK-BADGE-AGAINST-MASTER THRU CHECK-BADGE-DONE
           IF BADGE-IS-USABLE = "Y"
               PERFORM PAIR-THE-PUNCH
           END-IF
       ELSE
           ADD 1 TO DUPLICATES-DROPPED.
       PERFORM READ-NEXT-PUNCH.

       CHECK-FOR-DUPLICATE.
       MOVE "N" TO DUP-WAS-FOUND.
       MOVE 1 TO DUP-INDEX.
       PERFORM LOOK-FOR-DUP-ENTRY
           UNTIL DUP-WAS-FOUND = "Y"
           OR DUP-INDEX > DUP-COUNT.
       IF DUP-WAS-FOUND = "Y"
           ADD 1 TO DUP-TIMES-SEEN (DUP-INDEX)
           IF DUP-KEEP-FIRST (DUP-INDEX) = "N"
               OR DUP-TIMES-SEEN (DUP-INDEX) > 1
               MOVE "Y" TO PUNCH-IS-DUPLICATE
           END-IF
       END-IF.

       LOOK-FOR-DUP-ENTRY.
       IF DUP-TERMINAL-ID (DUP-INDEX) = PUNCH-TERMINAL-ID
           AND DUP-SEQUENCE (DUP-INDEX) = PUNCH-SEQUENCE
           MOVE "Y" TO DUP-WAS-FOUND
       ELSE
           ADD 1 TO DUP-INDEX.

      *Punches from badge numbers that are not on the master, or
      *that belong to terminated records, go straight to the
      *exception report - the hand-filtering the spreadsheet used
       MOVE PUNCH-TIME TO PENDING-IN-TIME.
       COMPUTE PENDING-IN-MINUTES =
           PUNCH-HOUR * 60 + PUNCH-MINUTE.
       PERFORM CHECK-THE-PROJECT-CODE.

      *A code the master does not know, or one for a closed project,
      *is reported and the shift goes uncharged - the hours are
      *still the employee's and still get paid.
       CHECK-THE-PROJECT-CODE.
       MOVE SPACES TO PENDING-IN-PROJECT-CODE.
       IF PUNCH-PROJECT-CODE NOT = SPACES
           AND PROJECT-MASTER-PRESENT = "Y"
           MOVE PUNCH-PROJECT-CODE TO PROJECT-CODE
           READ PROJECT-FILE RECORD
               INVALID KEY
                   MOVE "PROJECT NOT ON FILE" TO ED-TAG
                   PERFORM WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   IF PROJECT-CLOSED
                       MOVE "PROJECT CLOSED" TO ED-TAG
                       PERFORM WRITE-EXCEPTION-LINE
                   ELSE
                       MOVE PROJECT-CODE
                           TO PENDING-IN-PROJECT-CODE
                   END-IF
           END-READ.

       WRITE-PAIRED-HOURS.
       COMPUTE PUNCH-MINUTES = PUNCH-HOUR * 60 + PUNCH-MINUTE.
           MOVE TRANSLATED-EMPLOYEE-ID TO HOURS-EMPLOYEE-ID
           MOVE PUNCH-DATE TO HOURS-DATE
           COMPUTE HOURS-WORKED ROUNDED = WORKED-MINUTES / 60
           MOVE PENDING-IN-PROJECT-CODE TO HOURS-PROJECT-CODE
           WRITE HOURS-RECORD
           ADD 1 TO DAYS-PAIRED
           PERFORM POST-THE-PROJECT-HOURS
           PERFORM FLAG-OVER-STANDARD-HOURS.
       MOVE "N" TO PENDING-IN-FLAG.

           END-IF
       END-IF.

      *Charged shifts also go to the project ledger, keyed down to
      *the IN time, so running the same punches again replaces the
      *entry instead of billing it twice.
       POST-THE-PROJECT-HOURS.
       IF HOURS-PROJECT-CODE NOT = SPACES
           AND PROJECT-LEDGER-OPEN = "Y"
           MOVE HOURS-PROJECT-CODE TO PROJHRS-PROJECT-CODE
           MOVE HOURS-EMPLOYEE-ID TO PROJHRS-EMPLOYEE-ID
           MOVE HOURS-DATE TO PROJHRS-DATE
           MOVE PENDING-IN-TIME TO PROJHRS-START-TIME
           MOVE HOURS-WORKED TO PROJHRS-HOURS
           WRITE PROJECT-HOURS-RECORD
               INVALID KEY
                   REWRITE PROJECT-HOURS-RECORD
                       INVALID KEY
                           DISPLAY "Error posting projhours.dat,"
                               " status code "
                               PROJECT-HOURS-STATUS "."
                   END-REWRITE
           END-WRITE.

      *An IN still waiting when its badge or day has moved on - or
      *when the file runs out - never got an OUT.
       REPORT-UNMATCHED-IN.
       MOVE PUNCH-EMPLOYEE-ID TO EQ-EMPLOYEE-ID.
       PERFORM QUEUE-THE-EXCEPTION.

      *The clock health pass reads the whole export in terminal and
      *sequence order, then rewinds it for the pairing pass in the
      *order the clock wrote it.
       CHECK-THE-CLOCKS.
       PERFORM LOAD-THE-TERMINALS.
       SORT TERMINAL-SORT-FILE
           ON ASCENDING KEY TSORT-TERMINAL-ID TSORT-SEQUENCE
               TSORT-DATE TSORT-TIME
           INPUT PROCEDURE IS LOAD-TERMINAL-SORT
           OUTPUT PROCEDURE IS CHECK-THE-SEQUENCES.
       PERFORM CHECK-FOR-QUIET-TERMINALS.
       PERFORM SAVE-THE-HIGH-SEQUENCES.
       IF DUP-OVERFLOWED = "Y"
           DISPLAY "More duplicate punches than the duplicate table"
               " holds - some past " DUP-LIMIT " will be paired.".
       CLOSE PUNCH-FILE.
       OPEN INPUT PUNCH-FILE.
       MOVE "N" TO END-OF-PUNCHES.

       LOAD-THE-TERMINALS.
       MOVE LOW-VALUES TO TERMINAL-ID.
       START TERMINAL-FILE
           KEY IS NOT LESS THAN TERMINAL-ID
           INVALID KEY
               CONTINUE
       END-START.
       MOVE "N" TO END-OF-TERMINALS.
       PERFORM READ-NEXT-TERMINAL.
       PERFORM LOAD-ONE-TERMINAL
           UNTIL END-OF-TERMINALS = "Y".

       LOAD-ONE-TERMINAL.
       IF TERM-COUNT < TERM-LIMIT
           ADD 1 TO TERM-COUNT
           MOVE TERM-COUNT TO TERM-INDEX
           PERFORM CLEAR-THE-TERM-ENTRY
           MOVE "Y" TO TERM-ON-MASTER (TERM-INDEX)
           IF TERMINAL-ACTIVE
               MOVE "Y" TO TERM-IS-ACTIVE (TERM-INDEX)
           END-IF
           MOVE TERMINAL-DAYS TO TERM-DAYS (TERM-INDEX)
           MOVE TERMINAL-LAST-SEQUENCE
               TO TERM-START-SEQUENCE (TERM-INDEX)
               TERM-HIGH-SEQUENCE (TERM-INDEX)
           MOVE TERMINAL-LAST-DATE
               TO TERM-START-DATE (TERM-INDEX)
               TERM-HIGH-DATE (TERM-INDEX)
           MOVE 1 TO SLOT-INDEX
           PERFORM LOAD-ONE-SHIFT-WINDOW
               UNTIL SLOT-INDEX > 3.
       PERFORM READ-NEXT-TERMINAL.

       CLEAR-THE-TERM-ENTRY.
       MOVE SPACES TO TERM-ENTRY (TERM-INDEX).
       MOVE TERMINAL-ID TO TERM-ID (TERM-INDEX).
       MOVE "N" TO TERM-ON-MASTER (TERM-INDEX).
       MOVE "N" TO TERM-IS-ACTIVE (TERM-INDEX).
       MOVE "N" TO TERM-PUNCHES-TAKEN (TERM-INDEX).
       MOVE ZERO TO TERM-START-SEQUENCE (TERM-INDEX).
       MOVE ZERO TO TERM-START-DATE (TERM-INDEX).
       MOVE ZERO TO TERM-HIGH-SEQUENCE (TERM-INDEX).
       MOVE ZERO TO TERM-HIGH-DATE (TERM-INDEX).

      *A shift the shift table no longer knows cannot be watched,
      *so it is simply not checked. A shift running past midnight
      *is watched on the date it starts.
       LOAD-ONE-SHIFT-WINDOW.
       MOVE TERMINAL-SHIFT-CODE (SLOT-INDEX)
           TO TERM-SHIFT-CODE (TERM-INDEX SLOT-INDEX).
       MOVE "N" TO TERM-SHIFT-KNOWN (TERM-INDEX SLOT-INDEX).
       IF TERMINAL-SHIFT-CODE (SLOT-INDEX) NOT = SPACES
           AND SHIFT-FILE-PRESENT = "Y"
           MOVE TERMINAL-SHIFT-CODE (SLOT-INDEX) TO SHIFT-CODE
           READ SHIFT-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM SET-THE-SHIFT-WINDOW
           END-READ.
       ADD 1 TO SLOT-INDEX.

       SET-THE-SHIFT-WINDOW.
       MOVE "Y" TO TERM-SHIFT-KNOWN (TERM-INDEX SLOT-INDEX).
       MOVE SHIFT-START-TIME
           TO TERM-SHIFT-START (TERM-INDEX SLOT-INDEX).
       MOVE SHIFT-END-TIME TO TERM-SHIFT-END (TERM-INDEX SLOT-INDEX).
       DIVIDE SHIFT-START-TIME BY 100 GIVING CLOCK-HOUR-PART
           REMAINDER CLOCK-MINUTE-PART.
       COMPUTE WINDOW-MINUTES = CLOCK-HOUR-PART * 60
           + CLOCK-MINUTE-PART - SHIFT-GRACE-MINUTES.
       IF WINDOW-MINUTES < ZERO
           ADD 1440 TO WINDOW-MINUTES.
       MOVE WINDOW-MINUTES TO TERM-WINDOW-FROM (TERM-INDEX SLOT-INDEX).
       DIVIDE SHIFT-END-TIME BY 100 GIVING CLOCK-HOUR-PART
           REMAINDER CLOCK-MINUTE-PART.
       COMPUTE WINDOW-MINUTES = CLOCK-HOUR-PART * 60
           + CLOCK-MINUTE-PART + SHIFT-GRACE-MINUTES.
       IF WINDOW-MINUTES NOT < 1440
           SUBTRACT 1440 FROM WINDOW-MINUTES.
       MOVE WINDOW-MINUTES TO TERM-WINDOW-TO (TERM-INDEX SLOT-INDEX).

       READ-NEXT-TERMINAL.
       READ TERMINAL-FILE NEXT RECORD
       AT END MOVE "Y" TO END-OF-TERMINALS.

      *Only stamped punches take part. A punch whose sequence is
      *not a number cannot be placed and is reported as it is.
       LOAD-TERMINAL-SORT.
       MOVE "N" TO END-OF-PUNCHES.
       PERFORM READ-NEXT-PUNCH.
       PERFORM RELEASE-ONE-PUNCH
           UNTIL END-OF-PUNCHES = "Y".

       RELEASE-ONE-PUNCH.
       PERFORM NOTE-THE-RUN-DAY.
       IF PUNCH-TERMINAL-ID NOT = SPACES
           IF PUNCH-SEQUENCE IS NUMERIC
               MOVE PUNCH-TERMINAL-ID TO TSORT-TERMINAL-ID
               MOVE PUNCH-SEQUENCE TO TSORT-SEQUENCE
               MOVE PUNCH-DATE TO TSORT-DATE
               MOVE PUNCH-TIME TO TSORT-TIME
               MOVE PUNCH-EMPLOYEE-ID TO TSORT-EMPLOYEE-ID
               RELEASE TERMINAL-SORT-RECORD
           ELSE
               MOVE "BAD SEQUENCE NUMBER" TO HD-TAG
               MOVE PUNCH-TERMINAL-ID TO HD-TERMINAL
               MOVE PUNCH-DATE TO HD-DATE
               MOVE SPACES TO HD-NOTE
               STRING "BADGE " PUNCH-EMPLOYEE-ID " AT " PUNCH-TIME
                   DELIMITED BY SIZE INTO HD-NOTE
               PERFORM WRITE-HEALTH-LINE
           END-IF
       END-IF.
       PERFORM READ-NEXT-PUNCH.

       NOTE-THE-RUN-DAY.
       MOVE "N" TO RUNDAY-WAS-FOUND.
       MOVE 1 TO RUNDAY-INDEX.
       PERFORM LOOK-FOR-RUNDAY-ENTRY
           UNTIL RUNDAY-WAS-FOUND = "Y"
           OR RUNDAY-INDEX > RUNDAY-COUNT.
       IF RUNDAY-WAS-FOUND = "N"
           AND RUNDAY-COUNT < RUNDAY-LIMIT
           ADD 1 TO RUNDAY-COUNT
           MOVE PUNCH-DATE TO RUNDAY-DATE (RUNDAY-COUNT)
           MOVE "W" TO DS-REQUEST
           MOVE PUNCH-DATE TO DS-DATE-IN
           CALL "DateService" USING DS-REQUEST DS-DATE-IN
               DS-DATE-OUT DS-STATUS
           MOVE ZERO TO RUNDAY-WEEKDAY (RUNDAY-COUNT)
           IF DS-STATUS = "00"
               MOVE DS-DATE-OUT TO RUNDAY-WEEKDAY (RUNDAY-COUNT)
           END-IF
       END-IF.

       LOOK-FOR-RUNDAY-ENTRY.
       IF RUNDAY-DATE (RUNDAY-INDEX) = PUNCH-DATE
           MOVE "Y" TO RUNDAY-WAS-FOUND
       ELSE
           ADD 1 TO RUNDAY-INDEX.

       CHECK-THE-SEQUENCES.
       MOVE "N" TO END-OF-SORTED-PUNCHES.
       PERFORM RETURN-NEXT-SORTED-PUNCH.
       PERFORM CHECK-ONE-SORTED-PUNCH
           UNTIL END-OF-SORTED-PUNCHES = "Y".

       CHECK-ONE-SORTED-PUNCH.
       PERFORM FIND-THE-TERMINAL.
       IF TERM-WAS-FOUND = "Y"
           PERFORM CHECK-THE-SEQUENCE THRU CHECK-THE-SEQUENCE-EXIT.
       PERFORM RETURN-NEXT-SORTED-PUNCH.

      *A terminal the master has never heard of is reported once
      *and then watched for gaps inside the export like any other.
       FIND-THE-TERMINAL.
       MOVE "N" TO TERM-WAS-FOUND.
       MOVE 1 TO TERM-INDEX.
       PERFORM LOOK-FOR-TERM-ENTRY
           UNTIL TERM-WAS-FOUND = "Y"
           OR TERM-INDEX > TERM-COUNT.
       IF TERM-WAS-FOUND = "N"
           AND TERM-COUNT < TERM-LIMIT
           ADD 1 TO TERM-COUNT
           MOVE TERM-COUNT TO TERM-INDEX
           MOVE TSORT-TERMINAL-ID TO TERMINAL-ID
           PERFORM CLEAR-THE-TERM-ENTRY
           MOVE "Y" TO TERM-WAS-FOUND
           MOVE "TERMINAL NOT ON FILE" TO HD-TAG
           MOVE SPACES TO HD-NOTE
           PERFORM WRITE-SORTED-HEALTH-LINE.

       LOOK-FOR-TERM-ENTRY.
       IF TERM-ID (TERM-INDEX) = TSORT-TERMINAL-ID
           MOVE "Y" TO TERM-WAS-FOUND
       ELSE
           ADD 1 TO TERM-INDEX.

      *In sequence order a replayed buffer shows up as numbers the
      *terminal already sent on an earlier day, a duplicate as the
      *same number twice in a row, and a dead stretch as a jump.
      *Numbers at or below the last one taken but dated later mean
      *the clock's counter was reset, and are taken. A rerun of the
      *same day's export repeats numbers on the last date taken and
      *is taken again, not called a replay.
       CHECK-THE-SEQUENCE.
       IF TERM-ON-MASTER (TERM-INDEX) = "Y"
           AND TERM-IS-ACTIVE (TERM-INDEX) = "N"
           AND TERM-PUNCHES-TAKEN (TERM-INDEX) = "N"
           MOVE "RETIRED TERMINAL" TO HD-TAG
           MOVE "STILL SENDING PUNCHES" TO HD-NOTE
           PERFORM WRITE-SORTED-HEALTH-LINE.
       IF TSORT-SEQUENCE NOT > TERM-START-SEQUENCE (TERM-INDEX)
           AND TSORT-DATE < TERM-START-DATE (TERM-INDEX)
           MOVE "REPLAYED PUNCH" TO HD-TAG
           MOVE "N" TO KEEP-FIRST-COPY
           PERFORM NOTE-THE-DUPLICATE
           GO TO CHECK-THE-SEQUENCE-EXIT.
       IF TERM-PUNCHES-TAKEN (TERM-INDEX) = "Y"
           AND TSORT-SEQUENCE = TERM-HIGH-SEQUENCE (TERM-INDEX)
           MOVE "DUPLICATE PUNCH" TO HD-TAG
           MOVE "Y" TO KEEP-FIRST-COPY
           PERFORM NOTE-THE-DUPLICATE
           GO TO CHECK-THE-SEQUENCE-EXIT.
       IF TERM-PUNCHES-TAKEN (TERM-INDEX) = "N"
           AND TERM-START-SEQUENCE (TERM-INDEX) > ZERO
           AND TSORT-SEQUENCE NOT > TERM-START-SEQUENCE (TERM-INDEX)
           AND TSORT-DATE > TERM-START-DATE (TERM-INDEX)
           MOVE "SEQUENCE RESET" TO HD-TAG
           MOVE SPACES TO HD-NOTE
           STRING "FROM " TERM-START-SEQUENCE (TERM-INDEX)
               " BACK TO " TSORT-SEQUENCE
               DELIMITED BY SIZE INTO HD-NOTE
           PERFORM WRITE-SORTED-HEALTH-LINE
       ELSE
           IF TERM-HIGH-SEQUENCE (TERM-INDEX) > ZERO
               AND TSORT-SEQUENCE > TERM-HIGH-SEQUENCE (TERM-INDEX) + 1
               PERFORM REPORT-THE-GAP
           END-IF
       END-IF.
       MOVE "Y" TO TERM-PUNCHES-TAKEN (TERM-INDEX).
       MOVE TSORT-SEQUENCE TO TERM-HIGH-SEQUENCE (TERM-INDEX).
       IF TSORT-DATE > TERM-HIGH-DATE (TERM-INDEX)
           MOVE TSORT-DATE TO TERM-HIGH-DATE (TERM-INDEX).
       PERFORM MARK-THE-SHIFTS-HEARD.
       CHECK-THE-SEQUENCE-EXIT.
       EXIT.

       REPORT-THE-GAP.
       COMPUTE GAP-FIRST = TERM-HIGH-SEQUENCE (TERM-INDEX) + 1.
       COMPUTE GAP-LAST = TSORT-SEQUENCE - 1.
       MOVE "SEQUENCE GAP" TO HD-TAG.
       MOVE SPACES TO HD-NOTE.
       STRING "MISSING " GAP-FIRST " TO " GAP-LAST
           DELIMITED BY SIZE INTO HD-NOTE.
       PERFORM WRITE-SORTED-HEALTH-LINE.

      *Every copy is reported; the number goes on the table once.
       NOTE-THE-DUPLICATE.
       MOVE SPACES TO HD-NOTE.
       STRING "SEQ " TSORT-SEQUENCE " BADGE " TSORT-EMPLOYEE-ID
           " AT " TSORT-TIME
           DELIMITED BY SIZE INTO HD-NOTE.
       PERFORM WRITE-SORTED-HEALTH-LINE.
       MOVE "N" TO DUP-WAS-FOUND.
       MOVE 1 TO DUP-INDEX.
       PERFORM LOOK-FOR-SORTED-DUP
           UNTIL DUP-WAS-FOUND = "Y"
           OR DUP-INDEX > DUP-COUNT.
       IF DUP-WAS-FOUND = "N"
           IF DUP-COUNT >= DUP-LIMIT
               MOVE "Y" TO DUP-OVERFLOWED
           ELSE
               ADD 1 TO DUP-COUNT
               MOVE TSORT-TERMINAL-ID TO DUP-TERMINAL-ID (DUP-COUNT)
               MOVE TSORT-SEQUENCE TO DUP-SEQUENCE (DUP-COUNT)
               MOVE KEEP-FIRST-COPY TO DUP-KEEP-FIRST (DUP-COUNT)
               MOVE ZERO TO DUP-TIMES-SEEN (DUP-COUNT).

       LOOK-FOR-SORTED-DUP.
       IF DUP-TERMINAL-ID (DUP-INDEX) = TSORT-TERMINAL-ID
           AND DUP-SEQUENCE (DUP-INDEX) = TSORT-SEQUENCE
           MOVE "Y" TO DUP-WAS-FOUND
       ELSE
           ADD 1 TO DUP-INDEX.

      *Which of the terminal's shifts this punch proves it was
      *alive for, on the day it was taken.
       MARK-THE-SHIFTS-HEARD.
       MOVE "N" TO RUNDAY-WAS-FOUND.
       MOVE 1 TO RUNDAY-INDEX.
       PERFORM LOOK-FOR-SORTED-RUNDAY
           UNTIL RUNDAY-WAS-FOUND = "Y"
           OR RUNDAY-INDEX > RUNDAY-COUNT.
       IF RUNDAY-WAS-FOUND = "Y"
           COMPUTE CLOCK-MINUTES = TSORT-HOUR * 60 + TSORT-MINUTE
           MOVE 1 TO SLOT-INDEX
           PERFORM MARK-ONE-SHIFT-HEARD
               UNTIL SLOT-INDEX > 3.

       LOOK-FOR-SORTED-RUNDAY.
       IF RUNDAY-DATE (RUNDAY-INDEX) = TSORT-DATE
           MOVE "Y" TO RUNDAY-WAS-FOUND
       ELSE
           ADD 1 TO RUNDAY-INDEX.

      *A window that wraps past midnight runs from its start to the
      *end of the day and from midnight to its end.
       MARK-ONE-SHIFT-HEARD.
       IF TERM-SHIFT-KNOWN (TERM-INDEX SLOT-INDEX) = "Y"
           IF TERM-WINDOW-FROM (TERM-INDEX SLOT-INDEX)
               NOT > TERM-WINDOW-TO (TERM-INDEX SLOT-INDEX)
               IF CLOCK-MINUTES
                   NOT < TERM-WINDOW-FROM (TERM-INDEX SLOT-INDEX)
                   AND CLOCK-MINUTES
                   NOT > TERM-WINDOW-TO (TERM-INDEX SLOT-INDEX)
                   MOVE "Y" TO TERM-SHIFT-HEARD
                       (TERM-INDEX RUNDAY-INDEX SLOT-INDEX)
               END-IF
           ELSE
               IF CLOCK-MINUTES
                   NOT < TERM-WINDOW-FROM (TERM-INDEX SLOT-INDEX)
                   OR CLOCK-MINUTES
                   NOT > TERM-WINDOW-TO (TERM-INDEX SLOT-INDEX)
                   MOVE "Y" TO TERM-SHIFT-HEARD
                       (TERM-INDEX RUNDAY-INDEX SLOT-INDEX)
               END-IF
           END-IF
       END-IF.
       ADD 1 TO SLOT-INDEX.

      *Every terminal in service should hear from somebody during
      *each of its shifts on each working day the export covers; a
      *silent one is the offline clock that used to surface as a
      *crew's missing hours on payday.
       CHECK-FOR-QUIET-TERMINALS.
       MOVE 1 TO TERM-INDEX.
       PERFORM CHECK-ONE-TERMINAL-QUIET
           UNTIL TERM-INDEX > TERM-COUNT.

       CHECK-ONE-TERMINAL-QUIET.
       IF TERM-ON-MASTER (TERM-INDEX) = "Y"
           AND TERM-IS-ACTIVE (TERM-INDEX) = "Y"
           MOVE 1 TO RUNDAY-INDEX
           PERFORM CHECK-ONE-DAY-QUIET
               UNTIL RUNDAY-INDEX > RUNDAY-COUNT.
       ADD 1 TO TERM-INDEX.

       CHECK-ONE-DAY-QUIET.
       MOVE RUNDAY-WEEKDAY (RUNDAY-INDEX) TO WEEKDAY-INDEX.
       IF WEEKDAY-INDEX > ZERO
           IF TERM-DAY (TERM-INDEX WEEKDAY-INDEX) = "Y"
               MOVE 1 TO SLOT-INDEX
               PERFORM CHECK-ONE-SHIFT-QUIET
                   UNTIL SLOT-INDEX > 3
           END-IF
       END-IF.
       ADD 1 TO RUNDAY-INDEX.

       CHECK-ONE-SHIFT-QUIET.
       IF TERM-SHIFT-KNOWN (TERM-INDEX SLOT-INDEX) = "Y"
           AND TERM-SHIFT-HEARD (TERM-INDEX RUNDAY-INDEX SLOT-INDEX)
           NOT = "Y"
           MOVE "NO PUNCHES IN SHIFT" TO HD-TAG
           MOVE TERM-ID (TERM-INDEX) TO HD-TERMINAL
           MOVE RUNDAY-DATE (RUNDAY-INDEX) TO HD-DATE
           MOVE SPACES TO HD-NOTE
           STRING "SHIFT " TERM-SHIFT-CODE (TERM-INDEX SLOT-INDEX)
               " " TERM-SHIFT-START (TERM-INDEX SLOT-INDEX)
               "-" TERM-SHIFT-END (TERM-INDEX SLOT-INDEX)
               DELIMITED BY SIZE INTO HD-NOTE
           PERFORM WRITE-HEALTH-LINE.
       ADD 1 TO SLOT-INDEX.

      *The master remembers the highest number taken from each
      *terminal so tomorrow's export is checked against today's.
       SAVE-THE-HIGH-SEQUENCES.
       MOVE 1 TO TERM-INDEX.
       PERFORM SAVE-ONE-HIGH-SEQUENCE
           UNTIL TERM-INDEX > TERM-COUNT.

       SAVE-ONE-HIGH-SEQUENCE.
       IF TERM-ON-MASTER (TERM-INDEX) = "Y"
           AND TERM-PUNCHES-TAKEN (TERM-INDEX) = "Y"
           MOVE TERM-ID (TERM-INDEX) TO TERMINAL-ID
           READ TERMINAL-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TERM-HIGH-SEQUENCE (TERM-INDEX)
                       TO TERMINAL-LAST-SEQUENCE
                   MOVE TERM-HIGH-DATE (TERM-INDEX)
                       TO TERMINAL-LAST-DATE
                   REWRITE TERMINAL-RECORD
                       INVALID KEY
                           DISPLAY "Error updating terminals.dat,"
                               " status code "
                               TERMINAL-FILE-STATUS "."
                   END-REWRITE
           END-READ.
       ADD 1 TO TERM-INDEX.

       WRITE-SORTED-HEALTH-LINE.
       MOVE TSORT-TERMINAL-ID TO HD-TERMINAL.
       MOVE TSORT-DATE TO HD-DATE.
       PERFORM WRITE-HEALTH-LINE.

      *Clock findings also land on the consolidated queue, against
      *no employee - they are the plant engineer's to chase.
       WRITE-HEALTH-LINE.
       MOVE SPACES TO CLOCK-HEALTH-LINE.
       MOVE HEALTH-DETAIL TO CLOCK-HEALTH-LINE.
       WRITE CLOCK-HEALTH-LINE.
       ADD 1 TO HEALTH-FINDINGS.
       MOVE "CLOCKHEALTH" TO EQ-SOURCE.
       MOVE ZERO TO EQ-EMPLOYEE-ID.
       MOVE "W" TO EQ-SEVERITY.
       MOVE HD-TAG TO EQ-TEXT.
       CALL "ExceptionQueueService" USING EQ-SOURCE
           EQ-EMPLOYEE-ID EQ-SEVERITY EQ-TEXT EQ-STATUS.

       RETURN-NEXT-SORTED-PUNCH.
       RETURN TERMINAL-SORT-FILE
           AT END MOVE "Y" TO END-OF-SORTED-PUNCHES.

       READ-NEXT-PUNCH.
       READ PUNCH-FILE
       AT END MOVE "Y" TO END-OF-PUNCHES.
