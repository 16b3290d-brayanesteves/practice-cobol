           05  WORKER-ENTRY OCCURS 1000 TIMES.
               10  WORKER-EMPLOYEE-ID PIC 9(6).
               10  WORKER-CREW PIC 9(3).
               10  WORKER-BRANCH PIC X(3).

      *Below this many available bodies a crew-day is flagged;
      *CREW_MINIMUM in the environment overrides the default, the
       77  DS-DATE-OUT PIC 9(8).
       77  DS-STATUS PIC X(2).

      *Arguments for the branch calendar service, which answers
      *whether a date is a holiday at the worker's own branch.
       77  BC-BRANCH PIC X(3).
       77  BC-DATE PIC 9(8).
       77  BC-STATUS PIC X(2).

       01  HEADING-LINE-1.
           05  FILLER PIC X(36)
               VALUE "VACATION COVERAGE PLANNER - 8 WEEKS".
                   MOVE EMPLOYEES-ID
                       TO WORKER-EMPLOYEE-ID (WORKER-COUNT)
                   MOVE CREW-INDEX TO WORKER-CREW (WORKER-COUNT)
                   MOVE EMPLOYEES-BRANCH
                       TO WORKER-BRANCH (WORKER-COUNT)
               END-IF
           END-IF.
       PERFORM READ-NEXT-EMPLOYEE.
       ELSE
           ADD 1 TO WORKER-INDEX.

      *A day off that falls on a holiday at the worker's branch
      *costs the crew nobody - the branch is closed that day anyway.
       POST-ONE-ABSENCE-DAY.
       IF ABSENCE-START-DATE <= PLAN-DATE (DAY-INDEX)
           AND ABSENCE-END-DATE >= PLAN-DATE (DAY-INDEX)
           MOVE WORKER-BRANCH (WORKER-INDEX) TO BC-BRANCH
           MOVE PLAN-DATE (DAY-INDEX) TO BC-DATE
           CALL "BranchCalendarService" USING BC-BRANCH BC-DATE
               BC-STATUS
           IF BC-STATUS NOT = "00"
               ADD 1 TO CREW-ABSENT-COUNT (CREW-INDEX DAY-INDEX)
           END-IF.
       ADD 1 TO DAY-INDEX.

      *Only the days on which somebody is away are printed - a fully
