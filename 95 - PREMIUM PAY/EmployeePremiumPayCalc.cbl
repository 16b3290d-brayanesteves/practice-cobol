       COPY "HoursPhysicalFile.cbl".
       COPY "ShiftPhysicalFile.cbl".

      *Small premium-rules file: one line per premium type with the
      *multiplier it pays. N is the night-shift differential, H the
      *holiday rate. Pay rates are never guessed, so a missing rules

      *Premium-pay detail for payroll to import next to hours.dat:
      *one line per employee per day whose hours earned a premium,
      *with the type and the multiplier applied. Kept week after
      *week, so a pay period longer than a week finds all its days;
      *each line carries its week and the run that priced it, and a
      *rerun of a week supersedes the run before it.
       SELECT OPTIONAL PREMIUM-FILE
       ASSIGN TO "premium.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       COPY "HoursLogicFile.cbl".
       COPY "ShiftLogicFile.cbl".

       FD PREMIUM-RULES-FILE.
       01 PREMIUM-RULE-RECORD.
      *N night shift, H holiday.
           05 PREM-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 PREM-MULTIPLIER PIC 9(1)V99.
           05 FILLER PIC X(1).
           05 PREM-WEEK-END PIC 9(8).
           05 FILLER PIC X(1).
           05 PREM-RUN-STAMP.
               10 PREM-RUN-DATE PIC 9(8).
               10 PREM-RUN-TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  HOURS-FILE-STATUS PIC X(2).
       01  SHIFT-FILE-STATUS PIC X(2).
       01  PREMIUM-RULES-STATUS PIC X(2).
       01  END-OF-HOURS PIC X.
       01  END-OF-RULES PIC X.
       01  NOTHING-TO-PROCESS PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       01  NIGHT-MULTIPLIER PIC 9(1)V99 VALUE ZERO.
       01  HOLIDAY-MULTIPLIER PIC 9(1)V99 VALUE ZERO.

      *Arguments for the branch calendar service, which answers
      *whether a date is a holiday at the employee's own branch.
       77  BC-BRANCH PIC X(3).
       77  BC-DATE PIC 9(8).
       77  BC-STATUS PIC X(2).
       01  DAY-IS-HOLIDAY PIC X.

       01  SHIFT-IS-NIGHT PIC X.
       01  PRICED-TYPE PIC X(1).
       01  PREMIUM-LINES-WRITTEN PIC 9(6) VALUE ZERO.
       01  PREMIUM-LINES-DISPLAY PIC Z(5)9.

      *The last day hours.dat covers, and when this run started -
      *stamped on every line written.
       01  WEEK-END-DATE PIC 9(8) VALUE ZERO.
       01  RUN-DATE PIC 9(8).
       01  RUN-TIME PIC 9(8).

       PROCEDURE DIVISION.
      *Prices the hours in hours.dat that earned a premium: hours
      *worked by an employee assigned to a night shift get the night
      *differential, hours worked on a holiday at the employee's
      *branch get the holiday rate, and a day that is both gets
      *whichever rule pays more. The detail lands in premium.dat for
      *payroll to import next to hours.dat, retiring the night
      *crew's differential spreadsheet.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO AND NOTHING-TO-PROCESS = "N"
           PERFORM LOAD-THE-RULES
           IF RETURN-CODE = ZERO
               PERFORM FIND-THE-WEEK-END
               PERFORM READ-NEXT-HOURS-LINE
               PERFORM PRICE-ONE-HOURS-LINE
                   UNTIL END-OF-HOURS = "Y"
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT RUN-TIME FROM TIME.
       OPEN INPUT HOURS-FILE.
       IF HOURS-FILE-STATUS = "05"
           DISPLAY "No hours.dat found - nothing to price."
                   ". Pay rates are never guessed - run stopped."
               MOVE 1 TO RETURN-CODE
           END-IF
           OPEN EXTEND PREMIUM-FILE
       END-IF.

       CLOSING-PROCEDURE.
           CLOSE PREMIUM-RULES-FILE
           CLOSE PREMIUM-FILE.

      *One pass over the week's hours for its last day, then the
      *file is reopened for pricing.
       FIND-THE-WEEK-END.
       MOVE "N" TO END-OF-HOURS.
       PERFORM READ-NEXT-HOURS-LINE.
       PERFORM NOTE-ONE-HOURS-DATE
           UNTIL END-OF-HOURS = "Y".
       CLOSE HOURS-FILE.
       OPEN INPUT HOURS-FILE.
       MOVE "N" TO END-OF-HOURS.

       NOTE-ONE-HOURS-DATE.
       IF HOURS-DATE > WEEK-END-DATE
           MOVE HOURS-DATE TO WEEK-END-DATE.
       PERFORM READ-NEXT-HOURS-LINE.

       LOAD-THE-RULES.
       MOVE "N" TO END-OF-RULES.
       PERFORM READ-NEXT-RULE.
       READ PREMIUM-RULES-FILE
       AT END MOVE "Y" TO END-OF-RULES.

      *Holiday beats night when both apply and pays more; a day that
      *earns neither writes nothing - premium.dat carries only the
      *hours that are actually priced up.
       PRICE-ONE-HOURS-LINE.
       PERFORM CHECK-FOR-NIGHT-SHIFT.
       PERFORM CHECK-FOR-HOLIDAY.
       EVALUATE TRUE
           WHEN DAY-IS-HOLIDAY = "Y"
               AND HOLIDAY-MULTIPLIER > ZERO
       END-EVALUATE.
       PERFORM READ-NEXT-HOURS-LINE.

      *Asked after the employee read, so the holiday is judged on
      *the calendar of the branch the employee works at. Someone
      *the master cannot place is judged on the company calendar.
       CHECK-FOR-HOLIDAY.
       MOVE "N" TO DAY-IS-HOLIDAY.
       MOVE SPACES TO BC-BRANCH.
       IF RECORD-FOUND = "Y"
           MOVE EMPLOYEES-BRANCH TO BC-BRANCH.
       MOVE HOURS-DATE TO BC-DATE.
       CALL "BranchCalendarService" USING BC-BRANCH BC-DATE
           BC-STATUS.
       IF BC-STATUS = "00"
           MOVE "Y" TO DAY-IS-HOLIDAY.

      *The employee's assigned shift decides the differential: a
      *shift whose end time is earlier on the clock than its start
       MOVE HOURS-WORKED TO PREM-HOURS.
       MOVE PRICED-TYPE TO PREM-TYPE.
       MOVE PRICED-MULTIPLIER TO PREM-MULTIPLIER.
       MOVE WEEK-END-DATE TO PREM-WEEK-END.
       MOVE RUN-DATE TO PREM-RUN-DATE.
       MOVE RUN-TIME TO PREM-RUN-TIME.
       WRITE PREMIUM-RECORD.
       ADD 1 TO PREMIUM-LINES-WRITTEN.

