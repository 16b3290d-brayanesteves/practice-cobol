       COPY "ControlPhysicalFile.cbl".

      *Processing calendar: one line per date that is anything other
      *than a plain business day. The driver reads it for the date
      *that closes the month; whether today is a holiday is asked of
      *the branch calendar service. A date with no line is an
      *ordinary business day.
       SELECT OPTIONAL CALENDAR-FILE
       ASSIGN TO "calendar.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS EDIT-LOCK-STATUS.

      *One line per step of every run - start, outcome, and when,
      *with the step's start time, how long it ran, and the size of
      *the master it ran against - for the run-history report and
      *the duration trend.
       SELECT RUN-HISTORY-FILE
       ASSIGN TO "runhistory.log"
       ORGANIZATION IS LINE SEQUENTIAL.
           05 RH-STEP PIC X(2).
           05 FILLER PIC X(1).
           05 RH-OUTCOME PIC X(8).
           05 FILLER PIC X(1).
           05 RH-START-TIME PIC 9(8).
           05 FILLER PIC X(1).
           05 RH-ELAPSED-SECONDS PIC 9(6).
           05 FILLER PIC X(1).
           05 RH-RECORD-COUNT PIC 9(7).

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       01  END-OF-CALENDAR PIC X VALUE "N".
       01  TODAY-IS-BUSINESS-DAY PIC X VALUE "Y".
       01  TODAY-IS-MONTH-END PIC X VALUE "N".
      *The branch whose holidays this window keeps - BATCH_BRANCH in
      *the environment, set per job for a site that runs its own
      *window. Blank keeps the company calendar.
       01  BATCH-BRANCH PIC X(3) VALUE SPACES.
      *Arguments for the branch calendar service.
       77  BC-BRANCH PIC X(3).
       77  BC-DATE PIC 9(8).
       77  BC-STATUS PIC X(2).
       01  RESTARTING-PRIOR-RUN PIC X VALUE "N".
       01  STEP-ALREADY-DONE PIC X.
       01  STEP-SETUP-INDEX PIC 9(2).
       01  HIST-STEP PIC X(2).
       01  HIST-OUTCOME PIC X(8).
      *Times are HHMMSSCC from ACCEPT FROM TIME; a step that runs
      *past midnight ends at a smaller time than it started.
       01  WINDOW-START-TIME PIC 9(8).
       01  STEP-START-TIME PIC 9(8).
       01  STEP-START-PARTS REDEFINES STEP-START-TIME.
           05  STEP-START-HOURS PIC 9(2).
           05  STEP-START-MINUTES PIC 9(2).
           05  STEP-START-SECONDS PIC 9(2).
           05  FILLER PIC 9(2).
       01  STEP-END-TIME PIC 9(8).
       01  STEP-END-PARTS REDEFINES STEP-END-TIME.
           05  STEP-END-HOURS PIC 9(2).
           05  STEP-END-MINUTES PIC 9(2).
           05  STEP-END-SECONDS PIC 9(2).
           05  FILLER PIC 9(2).
       01  START-OF-DAY-SECONDS PIC 9(5).
       01  END-OF-DAY-SECONDS PIC 9(5).
       01  STEP-ELAPSED PIC S9(6).
      *The active count on control.dat as the window opens - the
      *measure the overrun forecast scales the window's length by.
       01  WINDOW-RECORD-COUNT PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
      *Runs the daily employee-maintenance window end to end,
      *from step 1.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       ACCEPT WINDOW-START-TIME FROM TIME.
       PERFORM CONSULT-THE-CALENDAR.
       PERFORM NOTE-THE-RECORD-COUNT.
       OPEN EXTEND RUN-HISTORY-FILE.
       PERFORM OPEN-THE-RUN-CONTROL.
       PERFORM RAISE-THE-WINDOW-LOCK THRU RAISE-THE-WINDOW-LOCK-DONE.
       RELEASE-THE-WINDOW-LOCK-DONE.
       CLOSE CONTROL-FILE.

       NOTE-THE-RECORD-COUNT.
       OPEN INPUT CONTROL-FILE.
       IF CONTROL-FILE-STATUS = "00"
           MOVE "01" TO CONTROL-KEY
           READ CONTROL-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CONTROL-COUNT TO WINDOW-RECORD-COUNT
           END-READ.
       CLOSE CONTROL-FILE.

      *A missing calendar, or a date with no calendar line, is an
      *ordinary business day - the calendar only has to name the
      *exceptions.
           DISPLAY "No processing calendar on file - treating "
               TODAYS-DATE " as a business day.".
       CLOSE CALENDAR-FILE.
       ACCEPT BATCH-BRANCH FROM ENVIRONMENT "BATCH_BRANCH".
       MOVE BATCH-BRANCH TO BC-BRANCH.
       MOVE TODAYS-DATE TO BC-DATE.
       CALL "BranchCalendarService" USING BC-BRANCH BC-DATE
           BC-STATUS.
       IF BC-STATUS = "00"
           MOVE "N" TO TODAY-IS-BUSINESS-DAY.

       CHECK-ONE-CALENDAR-LINE.
       IF CALENDAR-DATE = TODAYS-DATE
           AND CALENDAR-MONTH-END = "E"
           MOVE "Y" TO TODAY-IS-MONTH-END.
       PERFORM READ-NEXT-CALENDAR-LINE.

       READ-NEXT-CALENDAR-LINE.
           REWRITE RUN-CONTROL-RECORD.
       MOVE "ST" TO HIST-STEP.
       MOVE "STARTED" TO HIST-OUTCOME.
       MOVE WINDOW-START-TIME TO STEP-START-TIME.
       PERFORM WRITE-HISTORY-LINE.

       BUILD-ONE-STEP-RECORD.
           END-READ
           MOVE "ST" TO HIST-STEP
           MOVE "ALL OK" TO HIST-OUTCOME
           MOVE WINDOW-START-TIME TO STEP-START-TIME
           PERFORM WRITE-HISTORY-LINE.
       CLOSE RUN-CONTROL-FILE.

      *True when the step finished in the run being resumed; a step
      *skipped by the calendar is marked done too, so a restart does
      *not suddenly run work the original run decided against.
      *Every step passes through here first, so this is where its
      *clock starts.
       CHECK-STEP-ALREADY-DONE.
       ACCEPT STEP-START-TIME FROM TIME.
       MOVE "N" TO STEP-ALREADY-DONE.
       READ RUN-CONTROL-FILE RECORD
           INVALID KEY
       ACCEPT RH-TIME FROM TIME.
       MOVE HIST-STEP TO RH-STEP.
       MOVE HIST-OUTCOME TO RH-OUTCOME.
       MOVE STEP-START-TIME TO RH-START-TIME.
       MOVE RH-TIME TO STEP-END-TIME.
       COMPUTE START-OF-DAY-SECONDS = STEP-START-HOURS * 3600
           + STEP-START-MINUTES * 60 + STEP-START-SECONDS.
       COMPUTE END-OF-DAY-SECONDS = STEP-END-HOURS * 3600
           + STEP-END-MINUTES * 60 + STEP-END-SECONDS.
       COMPUTE STEP-ELAPSED =
           END-OF-DAY-SECONDS - START-OF-DAY-SECONDS.
       IF STEP-ELAPSED < ZERO
           ADD 86400 TO STEP-ELAPSED.
       MOVE STEP-ELAPSED TO RH-ELAPSED-SECONDS.
       MOVE WINDOW-RECORD-COUNT TO RH-RECORD-COUNT.
       WRITE RUN-HISTORY-LINE.

       DRIVE-STEP-1.
       DRIVE-STEP-6.
       IF JOB-FAILED = "Y"
           GO TO DRIVE-STEP-6-EXIT.
      *Last month's wage accrual reverses on the first run on or
      *after the first of the month, whatever the calendar says
      *about today. A reversal that cannot be written is reported
      *for finance but does not hold up the window.
       CALL "EmployeeAccrualReversal".
       IF RETURN-CODE NOT = ZERO
           DISPLAY "Step 6: the wage accrual reversal was not"
               " written - see above."
           MOVE ZERO TO RETURN-CODE.
       MOVE "06" TO RUN-STEP-KEY.
       PERFORM CHECK-STEP-ALREADY-DONE.
       IF STEP-ALREADY-DONE = "Y"
           DISPLAY "Step 7 failed: the contract expiry step could"
               " not run."
           MOVE "Y" TO JOB-FAILED.
      *Loans to other branches ending soon are listed alongside;
      *the listing changes nothing, so it never fails the night.
       CALL "EmployeeSecondmentExpiry".
       MOVE ZERO TO RETURN-CODE.

      *Weekly, monthly, and quarterly work runs when the schedule
      *file says it is due - with catch-up for a missed slot - so
