       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayCalendarMaintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "AuditPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".
       COPY "PayCalendarPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "AuditLogicFile.cbl".
       COPY "SessionLogicFile.cbl".
       COPY "PayCalendarLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
       01  SIGNED-ON-ROLE PIC X(1) VALUE SPACES.
       01  PAY-CALENDAR-STATUS PIC X(2).
       01  HELD-BEFORE-VALUE PIC X(30).
       01  HELD-AFTER-VALUE PIC X(30).
       01  TABLE-AUDIT-ACTION PIC X(10).
       01  HELD-TABLE-KEY PIC X(20).
       77  MENU-CHOICE PIC X.
       77  EXIT-MAINTENANCE PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  FREQUENCY-IS-VALID PIC X.
       77  DATES-ARE-VALID PIC X.
       77  READ-ALL PIC X.
       77  ENTRY-COUNT PIC 9(4) VALUE ZERO.
       77  ENTRY-COUNT-DISPLAY PIC ZZZ9.
       77  SKIPPED-COUNT PIC 9(4) VALUE ZERO.
       01  LIST-FREQUENCY PIC X(1).
       01  LIST-YEAR PIC 9(4).

      *Generating a year: the frequency decides how the periods are
      *cut, the cutoff falls a set number of days before each
      *period's end and the pay date a set number of days after it.
       01  GENERATE-FREQUENCY PIC X(1).
       01  GENERATE-YEAR PIC 9(4).
       01  GENERATE-PERIOD PIC 9(2).
       01  CUTOFF-DAYS-BEFORE PIC 9(2).
       01  PAY-DAYS-AFTER PIC 9(2).
       01  PERIOD-LENGTH PIC 9(3).
       01  STEPS-TO-TAKE PIC 9(3).
       01  STEPS-TAKEN PIC 9(3).
       01  GENERATING-DONE PIC X.
       01  PERIOD-START PIC 9(8).
       01  PERIOD-START-PARTS REDEFINES PERIOD-START.
           05  PERIOD-START-YEAR PIC 9(4).
           05  PERIOD-START-MONTH PIC 9(2).
           05  PERIOD-START-DAY PIC 9(2).
       01  PERIOD-END PIC 9(8).
       01  PERIOD-END-PARTS REDEFINES PERIOD-END.
           05  PERIOD-END-YEAR PIC 9(4).
           05  PERIOD-END-MONTH PIC 9(2).
           05  PERIOD-END-DAY PIC 9(2).
       01  WALK-DATE PIC 9(8).
       01  WALK-DATE-PARTS REDEFINES WALK-DATE.
           05  WALK-YEAR PIC 9(4).
           05  WALK-MONTH PIC 9(2).
           05  WALK-DAY PIC 9(2).

      *Arguments for the shared date service, which owns month
      *lengths and leap years.
       77  DATE-REQUEST PIC X.
       77  DATE-IN PIC 9(8).
       77  DATE-OUT PIC 9(8).
       77  DATE-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Maintains the pay-period calendar: for each pay frequency and
      *period, its start and end dates, the cutoff after which a
      *change waits for the next period, and the pay date. A whole
      *year can be generated for a frequency and then adjusted
      *period by period around holidays. The calendar decides which
      *period a change is paid in, so the screen is held to
      *supervisor sign-ons and every change is audited.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM READ-SESSION-NOTE.
       PERFORM OPENING-PROCEDURE.
       PERFORM ACCEPT-MENU-CHOICE
           UNTIL EXIT-MAINTENANCE = "Y".
       IF PAY-CALENDAR-STATUS = "00"
           CLOSE PAY-CALENDAR-FILE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
       IF SIGNED-ON-ROLE NOT = "S"
           DISPLAY "Pay calendar maintenance needs a supervisor"
               " sign-on."
           MOVE "Y" TO EXIT-MAINTENANCE
           MOVE "99" TO PAY-CALENDAR-STATUS.
       IF EXIT-MAINTENANCE = "N"
      *The calendar is built the first time it is needed, the same
      *way EMPLOYEES-FILE is.
           OPEN I-O PAY-CALENDAR-FILE
           IF PAY-CALENDAR-STATUS = "35"
               OPEN OUTPUT PAY-CALENDAR-FILE
               CLOSE PAY-CALENDAR-FILE
               OPEN I-O PAY-CALENDAR-FILE
           END-IF
           IF PAY-CALENDAR-STATUS NOT = "00"
               DISPLAY "Error opening paycalendar.dat, status code "
                   PAY-CALENDAR-STATUS "."
               MOVE "Y" TO EXIT-MAINTENANCE
           END-IF
       END-IF.

       ACCEPT-MENU-CHOICE.
       DISPLAY " ".
       DISPLAY "Pay-period calendar maintenance".
       DISPLAY "A-Add or update a period  D-Delete a period"
           "  G-Generate a year  L-List a year  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "A"
           WHEN "a"
               PERFORM ADD-OR-UPDATE-PERIOD
           WHEN "D"
           WHEN "d"
               PERFORM DELETE-PERIOD
           WHEN "G"
           WHEN "g"
               PERFORM GENERATE-A-YEAR THRU GENERATE-A-YEAR-EXIT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-PAY-CALENDAR
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-MAINTENANCE
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

       ADD-OR-UPDATE-PERIOD.
       MOVE SPACES TO PAY-CALENDAR-RECORD.
       PERFORM GET-THE-PERIOD-KEY.
       MOVE "Y" TO RECORD-FOUND.
       READ PAY-CALENDAR-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       MOVE SPACES TO HELD-BEFORE-VALUE.
       IF RECORD-FOUND = "Y"
           DISPLAY "Period already on the calendar - new dates"
               " replace the old ones."
           PERFORM SHOW-ONE-PERIOD
           PERFORM FORMAT-PERIOD-VALUE
           MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE.
       MOVE "N" TO DATES-ARE-VALID.
       PERFORM GET-THE-PERIOD-DATES
           UNTIL DATES-ARE-VALID = "Y".
       PERFORM SAVE-PERIOD-RECORD.

       GET-THE-PERIOD-KEY.
       MOVE "N" TO FREQUENCY-IS-VALID.
       PERFORM GET-THE-FREQUENCY
           UNTIL FREQUENCY-IS-VALID = "Y".
       DISPLAY "ENTER the period (YYYYNN, e.g. 202607): ".
       ACCEPT PAYCAL-PERIOD.

       GET-THE-FREQUENCY.
       DISPLAY "ENTER the frequency - M monthly, S semi-monthly,"
           " B biweekly, W weekly: ".
       ACCEPT PAYCAL-FREQUENCY.
       IF PAYCAL-FREQUENCY = "m"
           MOVE "M" TO PAYCAL-FREQUENCY.
       IF PAYCAL-FREQUENCY = "s"
           MOVE "S" TO PAYCAL-FREQUENCY.
       IF PAYCAL-FREQUENCY = "b"
           MOVE "B" TO PAYCAL-FREQUENCY.
       IF PAYCAL-FREQUENCY = "w"
           MOVE "W" TO PAYCAL-FREQUENCY.
       IF PAYCAL-FREQUENCY = "M" OR PAYCAL-FREQUENCY = "S"
           OR PAYCAL-FREQUENCY = "B" OR PAYCAL-FREQUENCY = "W"
           MOVE "Y" TO FREQUENCY-IS-VALID
       ELSE
           DISPLAY "You must enter M, S, B or W.".

      *The cutoff must fall inside the period and pay can never
      *come before the period has started.
       GET-THE-PERIOD-DATES.
       DISPLAY "ENTER the start date (YYYYMMDD): ".
       ACCEPT PAYCAL-START-DATE.
       DISPLAY "ENTER the end date (YYYYMMDD): ".
       ACCEPT PAYCAL-END-DATE.
       DISPLAY "ENTER the cutoff date (YYYYMMDD): ".
       ACCEPT PAYCAL-CUTOFF-DATE.
       DISPLAY "ENTER the pay date (YYYYMMDD): ".
       ACCEPT PAYCAL-PAY-DATE.
       IF PAYCAL-END-DATE < PAYCAL-START-DATE
           DISPLAY "The end date is before the start date."
       ELSE
           IF PAYCAL-CUTOFF-DATE < PAYCAL-START-DATE
               OR PAYCAL-CUTOFF-DATE > PAYCAL-END-DATE
               DISPLAY "The cutoff must fall inside the period."
           ELSE
               IF PAYCAL-PAY-DATE < PAYCAL-START-DATE
                   DISPLAY "The pay date is before the period starts."
               ELSE
                   MOVE "Y" TO DATES-ARE-VALID
               END-IF
           END-IF
       END-IF.

       SAVE-PERIOD-RECORD.
       PERFORM FORMAT-PERIOD-VALUE.
       IF RECORD-FOUND = "Y"
           REWRITE PAY-CALENDAR-RECORD
               INVALID KEY
                   DISPLAY "Error updating the calendar period."
               NOT INVALID KEY
                   MOVE "TBL-UPD" TO TABLE-AUDIT-ACTION
                   PERFORM WRITE-TABLE-AUDIT
           END-REWRITE
       ELSE
           WRITE PAY-CALENDAR-RECORD
               INVALID KEY
                   DISPLAY "Error writing the calendar period."
               NOT INVALID KEY
                   MOVE "TBL-ADD" TO TABLE-AUDIT-ACTION
                   PERFORM WRITE-TABLE-AUDIT
           END-WRITE.

       DELETE-PERIOD.
       MOVE SPACES TO PAY-CALENDAR-RECORD.
       PERFORM GET-THE-PERIOD-KEY.
       MOVE "Y" TO RECORD-FOUND.
       READ PAY-CALENDAR-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "N"
           DISPLAY "No such period on the calendar."
       ELSE
           PERFORM SHOW-ONE-PERIOD
           PERFORM FORMAT-PERIOD-VALUE
           MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE
           MOVE SPACES TO HELD-AFTER-VALUE
           DELETE PAY-CALENDAR-FILE RECORD
               INVALID KEY
                   DISPLAY "Error deleting the calendar period."
               NOT INVALID KEY
                   MOVE "TBL-DEL" TO TABLE-AUDIT-ACTION
                   PERFORM WRITE-TABLE-AUDIT
                   DISPLAY "Period deleted."
           END-DELETE.

      *Start, end, cutoff and pay date packed into one auditable
      *value, the pay date without its century to fit.
       FORMAT-PERIOD-VALUE.
       MOVE SPACES TO HELD-AFTER-VALUE.
       STRING PAYCAL-START-DATE PAYCAL-END-DATE PAYCAL-CUTOFF-DATE
           PAYCAL-PAY-DATE(3:6)
           DELIMITED BY SIZE INTO HELD-AFTER-VALUE.

      *Monthly periods are the calendar months and semi-monthly the
      *1st-15th and 16th-end halves; biweekly and weekly periods
      *run back to back from a first start date, numbered from 01,
      *for as long as they start inside the year. Periods already on
      *the calendar are left as they are.
       GENERATE-A-YEAR.
       MOVE "N" TO FREQUENCY-IS-VALID.
       PERFORM GET-THE-FREQUENCY
           UNTIL FREQUENCY-IS-VALID = "Y".
       MOVE PAYCAL-FREQUENCY TO GENERATE-FREQUENCY.
       DISPLAY "ENTER the year (YYYY): ".
       ACCEPT GENERATE-YEAR.
       IF GENERATE-FREQUENCY = "B" OR GENERATE-FREQUENCY = "W"
           DISPLAY "ENTER the first period's start date (YYYYMMDD): "
           ACCEPT PERIOD-START
           IF PERIOD-START-YEAR NOT = GENERATE-YEAR
               DISPLAY "The first period must start in "
                   GENERATE-YEAR "."
               GO TO GENERATE-A-YEAR-EXIT
           END-IF
       ELSE
           COMPUTE PERIOD-START = GENERATE-YEAR * 10000 + 101.
       DISPLAY "ENTER the days between cutoff and period end (0-99): ".
       ACCEPT CUTOFF-DAYS-BEFORE.
       DISPLAY "ENTER the days between period end and pay date"
           " (0-99): ".
       ACCEPT PAY-DAYS-AFTER.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE ZERO TO SKIPPED-COUNT.
       MOVE ZERO TO GENERATE-PERIOD.
       MOVE "N" TO GENERATING-DONE.
       PERFORM GENERATE-ONE-PERIOD
           UNTIL GENERATING-DONE = "Y".
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Periods added: " ENTRY-COUNT-DISPLAY.
       IF SKIPPED-COUNT > ZERO
           MOVE SKIPPED-COUNT TO ENTRY-COUNT-DISPLAY
           DISPLAY "Periods already on the calendar and left"
               " alone: " ENTRY-COUNT-DISPLAY.
       GENERATE-A-YEAR-EXIT.
       EXIT.

       GENERATE-ONE-PERIOD.
       ADD 1 TO GENERATE-PERIOD.
       PERFORM FIND-THE-PERIOD-END.
       MOVE SPACES TO PAY-CALENDAR-RECORD.
       MOVE GENERATE-FREQUENCY TO PAYCAL-FREQUENCY.
       COMPUTE PAYCAL-PERIOD = GENERATE-YEAR * 100 + GENERATE-PERIOD.
       MOVE PERIOD-START TO PAYCAL-START-DATE.
       MOVE PERIOD-END TO PAYCAL-END-DATE.
      *The cutoff is counted forward from the start so only the
      *next-day step is ever needed.
       IF CUTOFF-DAYS-BEFORE < PERIOD-LENGTH
           COMPUTE STEPS-TO-TAKE = PERIOD-LENGTH - 1
               - CUTOFF-DAYS-BEFORE
       ELSE
           MOVE ZERO TO STEPS-TO-TAKE.
       MOVE PERIOD-START TO WALK-DATE.
       PERFORM WALK-FORWARD.
       MOVE WALK-DATE TO PAYCAL-CUTOFF-DATE.
       MOVE PERIOD-END TO WALK-DATE.
       MOVE PAY-DAYS-AFTER TO STEPS-TO-TAKE.
       PERFORM WALK-FORWARD.
       MOVE WALK-DATE TO PAYCAL-PAY-DATE.
       MOVE SPACES TO HELD-BEFORE-VALUE.
       PERFORM FORMAT-PERIOD-VALUE.
       WRITE PAY-CALENDAR-RECORD
           INVALID KEY
               ADD 1 TO SKIPPED-COUNT
           NOT INVALID KEY
               ADD 1 TO ENTRY-COUNT
               MOVE "TBL-ADD" TO TABLE-AUDIT-ACTION
               PERFORM WRITE-TABLE-AUDIT
       END-WRITE.
       MOVE PERIOD-END TO WALK-DATE.
       MOVE 1 TO STEPS-TO-TAKE.
       PERFORM WALK-FORWARD.
       MOVE WALK-DATE TO PERIOD-START.
       IF PERIOD-START-YEAR NOT = GENERATE-YEAR
           OR GENERATE-PERIOD = 99
           MOVE "Y" TO GENERATING-DONE.

      *Walks day by day from the start to the period's last day,
      *counting the days on the way.
       FIND-THE-PERIOD-END.
       MOVE PERIOD-START TO PERIOD-END.
       MOVE 1 TO PERIOD-LENGTH.
       EVALUATE GENERATE-FREQUENCY
           WHEN "B"
               MOVE 13 TO STEPS-TO-TAKE
               MOVE PERIOD-START TO WALK-DATE
               PERFORM WALK-FORWARD
               MOVE WALK-DATE TO PERIOD-END
               MOVE 14 TO PERIOD-LENGTH
           WHEN "W"
               MOVE 6 TO STEPS-TO-TAKE
               MOVE PERIOD-START TO WALK-DATE
               PERFORM WALK-FORWARD
               MOVE WALK-DATE TO PERIOD-END
               MOVE 7 TO PERIOD-LENGTH
           WHEN OTHER
               PERFORM STEP-TO-THE-MONTH-BREAK
       END-EVALUATE.

      *Monthly periods run to the last day of the month; the first
      *semi-monthly half stops on the 15th.
       STEP-TO-THE-MONTH-BREAK.
       MOVE PERIOD-START TO WALK-DATE.
       MOVE 1 TO STEPS-TO-TAKE.
       PERFORM WALK-FORWARD.
       PERFORM STEP-ONE-DAY-IN-MONTH
           UNTIL WALK-MONTH NOT = PERIOD-START-MONTH
               OR (GENERATE-FREQUENCY = "S"
                   AND PERIOD-START-DAY < 16
                   AND WALK-DAY > 15).

       STEP-ONE-DAY-IN-MONTH.
       MOVE WALK-DATE TO PERIOD-END.
       ADD 1 TO PERIOD-LENGTH.
       PERFORM WALK-FORWARD.

       WALK-FORWARD.
       MOVE ZERO TO STEPS-TAKEN.
       PERFORM STEP-TO-NEXT-DAY
           UNTIL STEPS-TAKEN = STEPS-TO-TAKE.

       STEP-TO-NEXT-DAY.
       MOVE "N" TO DATE-REQUEST.
       MOVE WALK-DATE TO DATE-IN.
       CALL "DateService" USING DATE-REQUEST DATE-IN DATE-OUT
           DATE-STATUS.
       MOVE DATE-OUT TO WALK-DATE.
       ADD 1 TO STEPS-TAKEN.

       LIST-PAY-CALENDAR.
       MOVE "N" TO FREQUENCY-IS-VALID.
       PERFORM GET-THE-FREQUENCY
           UNTIL FREQUENCY-IS-VALID = "Y".
       MOVE PAYCAL-FREQUENCY TO LIST-FREQUENCY.
       DISPLAY "ENTER the year (YYYY): ".
       ACCEPT LIST-YEAR.
       MOVE ZERO TO ENTRY-COUNT.
       COMPUTE PAYCAL-PERIOD = LIST-YEAR * 100.
       MOVE "0" TO READ-ALL.
       START PAY-CALENDAR-FILE
           KEY IS NOT LESS THAN PAYCAL-KEY
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       PERFORM READ-NEXT-PERIOD.
       PERFORM LIST-ONE-PERIOD
           UNTIL READ-ALL = "1".
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Periods on the calendar: " ENTRY-COUNT-DISPLAY.

       LIST-ONE-PERIOD.
       IF PAYCAL-FREQUENCY NOT = LIST-FREQUENCY
           OR PAYCAL-PERIOD > LIST-YEAR * 100 + 99
           MOVE "1" TO READ-ALL
       ELSE
           PERFORM SHOW-ONE-PERIOD
           ADD 1 TO ENTRY-COUNT
           PERFORM READ-NEXT-PERIOD.

       SHOW-ONE-PERIOD.
       DISPLAY "FREQ: " PAYCAL-FREQUENCY " PERIOD: " PAYCAL-PERIOD
           " FROM: " PAYCAL-START-DATE " TO: " PAYCAL-END-DATE
           " CUTOFF: " PAYCAL-CUTOFF-DATE " PAY: " PAYCAL-PAY-DATE.

       READ-NEXT-PERIOD.
       IF READ-ALL = "0"
           READ PAY-CALENDAR-FILE NEXT RECORD
               AT END
                   MOVE "1" TO READ-ALL
           END-READ.

      *Picks up the identity the sign-on program left behind.
       READ-SESSION-NOTE.
       OPEN INPUT SESSION-FILE.
       IF SESSION-FILE-STATUS = "00"
           READ SESSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SESSION-OPERATOR-ID TO SIGNED-ON-OPERATOR
                   MOVE SESSION-ROLE TO SIGNED-ON-ROLE
           END-READ.
       CLOSE SESSION-FILE.

       WRITE-TABLE-AUDIT.
       MOVE SPACES TO HELD-TABLE-KEY.
       STRING PAYCAL-FREQUENCY " " PAYCAL-PERIOD
           DELIMITED BY SIZE INTO HELD-TABLE-KEY.
       OPEN EXTEND AUDIT-FILE.
       MOVE SPACES TO AUDIT-LINE.
       ACCEPT AUDIT-LOG-DATE FROM DATE YYYYMMDD.
       ACCEPT AUDIT-LOG-TIME FROM TIME.
       MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR.
       MOVE "PayCalendarMaintenance" TO AUDIT-PROGRAM.
       MOVE ZERO TO AUDIT-EMPLOYEE-ID.
       MOVE TABLE-AUDIT-ACTION TO AUDIT-LOG-ACTION.
       MOVE "PAYCAL" TO AUDIT-TABLE-NAME.
       MOVE HELD-TABLE-KEY TO AUDIT-TABLE-KEY.
       MOVE HELD-BEFORE-VALUE TO AUDIT-BEFORE-VALUE.
       MOVE HELD-AFTER-VALUE TO AUDIT-AFTER-VALUE.
       WRITE AUDIT-LINE.
       CLOSE AUDIT-FILE.

       END PROGRAM PayCalendarMaintenance.
