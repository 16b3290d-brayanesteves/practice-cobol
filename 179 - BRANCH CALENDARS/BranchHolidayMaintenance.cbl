       IDENTIFICATION DIVISION.
       PROGRAM-ID. BranchHolidayMaintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "AuditPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".
       COPY "BranchPhysicalFile.cbl".
       COPY "BranchHolidayPhysicalFile.cbl".

      *The company processing calendar, read when a branch's year
      *is started from it.
       SELECT OPTIONAL CALENDAR-FILE
       ASSIGN TO "calendar.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CALENDAR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "AuditLogicFile.cbl".
       COPY "SessionLogicFile.cbl".
       COPY "BranchLogicFile.cbl".
       COPY "BranchHolidayLogicFile.cbl".

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
           05 CALENDAR-DATE PIC 9(8).
           05 CALENDAR-DATE-PARTS REDEFINES CALENDAR-DATE.
               10 CALENDAR-YEAR PIC 9(4).
               10 CALENDAR-MONTH-DAY PIC 9(4).
           05 FILLER PIC X(1).
      *B business day, H holiday.
           05 CALENDAR-DAY-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 CALENDAR-MONTH-END PIC X(1).

       WORKING-STORAGE SECTION.
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
       01  BRANCH-FILE-STATUS PIC X(2).
       01  BRANCH-HOLIDAY-STATUS PIC X(2).
       01  CALENDAR-FILE-STATUS PIC X(2).
      *Stays N until branches.dat opens, in which case a branch code
      *is taken as keyed.
       01  BRANCHES-PRESENT PIC X VALUE "N".
      *The value before the change, held for the audit line - a
      *holiday edit changes what premium pay and leave counting
      *allow, so it leaves the same trace an employee change does.
       01  HELD-BEFORE-VALUE PIC X(30).
       01  HELD-AFTER-VALUE PIC X(30).
       01  HELD-TABLE-KEY PIC X(20).
       01  TABLE-AUDIT-ACTION PIC X(10).
       77  MENU-CHOICE PIC X.
       77  EXIT-MAINTENANCE PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  BRANCH-IS-VALID PIC X.
       77  READ-ALL PIC X.
       77  ENTRY-COUNT PIC 9(4) VALUE ZERO.
       77  ENTRY-COUNT-DISPLAY PIC ZZZ9.
       01  WANTED-BRANCH PIC X(3).
       01  WANTED-YEAR PIC 9(4).
       01  END-OF-CALENDAR PIC X.

      *Arguments for the shared date service, used here to turn
      *away a date that is not on the calendar.
       77  DS-REQUEST PIC X.
       77  DS-DATE-IN PIC 9(8).
       77  DS-DATE-OUT PIC 9(8).
       77  DS-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Maintains each branch's holiday calendar, a year at a time.
      *Once a branch has any holiday loaded for a year, premium
      *pay, leave-day counting, the coverage planner and the batch
      *window follow its list for that year instead of the company
      *calendar - so a branch abroad is not paid for a national
      *holiday it works through. A year can be started from the
      *company calendar's holidays and then trimmed and added to.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM READ-SESSION-NOTE.
       PERFORM OPENING-PROCEDURE.
       PERFORM ACCEPT-MENU-CHOICE
           UNTIL EXIT-MAINTENANCE = "Y".
       IF BRANCH-HOLIDAY-STATUS = "00"
           CLOSE BRANCH-HOLIDAY-FILE.
       IF BRANCHES-PRESENT = "Y"
           CLOSE BRANCH-FILE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *The holiday calendar is built the first time it is needed,
      *the same way EMPLOYEES-FILE is.
       OPEN I-O BRANCH-HOLIDAY-FILE.
       IF BRANCH-HOLIDAY-STATUS = "35"
           OPEN OUTPUT BRANCH-HOLIDAY-FILE
           CLOSE BRANCH-HOLIDAY-FILE
           OPEN I-O BRANCH-HOLIDAY-FILE.
       IF BRANCH-HOLIDAY-STATUS NOT = "00"
           DISPLAY "Error opening holidays.dat, status code "
               BRANCH-HOLIDAY-STATUS "."
           MOVE "Y" TO EXIT-MAINTENANCE.
       OPEN INPUT BRANCH-FILE.
       IF BRANCH-FILE-STATUS = "00"
           MOVE "Y" TO BRANCHES-PRESENT.

       ACCEPT-MENU-CHOICE.
       DISPLAY " ".
       DISPLAY "Branch holiday calendar maintenance".
       DISPLAY "A-Add or update a holiday  D-Delete a holiday"
           "  L-List a branch's year".
       DISPLAY "C-Start a branch's year from the company calendar"
           "  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "A"
           WHEN "a"
               PERFORM ADD-OR-UPDATE-HOLIDAY
                   THRU ADD-OR-UPDATE-HOLIDAY-EXIT
           WHEN "D"
           WHEN "d"
               PERFORM DELETE-A-HOLIDAY THRU DELETE-A-HOLIDAY-EXIT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-A-BRANCH-YEAR
                   THRU LIST-A-BRANCH-YEAR-EXIT
           WHEN "C"
           WHEN "c"
               PERFORM COPY-THE-COMPANY-YEAR
                   THRU COPY-THE-COMPANY-YEAR-EXIT
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-MAINTENANCE
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

       ADD-OR-UPDATE-HOLIDAY.
       MOVE SPACES TO BRANCH-HOLIDAY-RECORD.
       PERFORM ACCEPT-THE-BRANCH.
       IF BRANCH-IS-VALID = "N"
           GO TO ADD-OR-UPDATE-HOLIDAY-EXIT.
       MOVE WANTED-BRANCH TO BRHOL-BRANCH.
       DISPLAY "ENTER the holiday date (YYYYMMDD): ".
       ACCEPT BRHOL-DATE.
       MOVE "W" TO DS-REQUEST.
       MOVE BRHOL-DATE TO DS-DATE-IN.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.
       IF DS-STATUS NOT = "00"
           DISPLAY "That is not a valid date."
           GO TO ADD-OR-UPDATE-HOLIDAY-EXIT.
       MOVE "Y" TO RECORD-FOUND.
       READ BRANCH-HOLIDAY-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       MOVE SPACES TO HELD-BEFORE-VALUE.
       IF RECORD-FOUND = "Y"
           DISPLAY "That day is already a holiday at the branch -"
               " the new description replaces the old one."
           PERFORM SHOW-ONE-HOLIDAY
           PERFORM FORMAT-HOLIDAY-VALUE
           MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE.
       DISPLAY "ENTER the description: ".
       ACCEPT BRHOL-DESCRIPTION.
       IF BRHOL-DESCRIPTION = SPACES
           DISPLAY "A description is needed - holiday not saved."
           GO TO ADD-OR-UPDATE-HOLIDAY-EXIT.
       PERFORM SAVE-HOLIDAY-RECORD.
       ADD-OR-UPDATE-HOLIDAY-EXIT.
       EXIT.

       SAVE-HOLIDAY-RECORD.
       PERFORM FORMAT-HOLIDAY-VALUE.
       IF RECORD-FOUND = "Y"
           REWRITE BRANCH-HOLIDAY-RECORD
               INVALID KEY
                   DISPLAY "Error updating the holiday."
               NOT INVALID KEY
                   MOVE "TBL-UPD" TO TABLE-AUDIT-ACTION
                   PERFORM WRITE-TABLE-AUDIT
           END-REWRITE
       ELSE
           WRITE BRANCH-HOLIDAY-RECORD
               INVALID KEY
                   DISPLAY "Error writing the holiday."
               NOT INVALID KEY
                   MOVE "TBL-ADD" TO TABLE-AUDIT-ACTION
                   PERFORM WRITE-TABLE-AUDIT
           END-WRITE.

      *Deleting the last holiday of a branch's year hands that year
      *back to the company calendar.
       DELETE-A-HOLIDAY.
       DISPLAY "ENTER the branch code: ".
       ACCEPT BRHOL-BRANCH.
       DISPLAY "ENTER the holiday date (YYYYMMDD): ".
       ACCEPT BRHOL-DATE.
       READ BRANCH-HOLIDAY-FILE RECORD
           INVALID KEY
               DISPLAY "That day is not a holiday at the branch."
               GO TO DELETE-A-HOLIDAY-EXIT
       END-READ.
       PERFORM FORMAT-HOLIDAY-VALUE.
       MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE.
       MOVE SPACES TO HELD-AFTER-VALUE.
       DELETE BRANCH-HOLIDAY-FILE RECORD
           INVALID KEY
               DISPLAY "Error deleting the holiday."
               GO TO DELETE-A-HOLIDAY-EXIT
       END-DELETE.
       MOVE "TBL-DEL" TO TABLE-AUDIT-ACTION.
       PERFORM WRITE-TABLE-AUDIT.
       DISPLAY "Holiday deleted.".
       DELETE-A-HOLIDAY-EXIT.
       EXIT.

       LIST-A-BRANCH-YEAR.
       DISPLAY "ENTER the branch code: ".
       ACCEPT WANTED-BRANCH.
       DISPLAY "ENTER the year (YYYY): ".
       ACCEPT WANTED-YEAR.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE WANTED-BRANCH TO BRHOL-BRANCH.
       MOVE WANTED-YEAR TO BRHOL-YEAR.
       MOVE ZERO TO BRHOL-MONTH-DAY.
       MOVE "0" TO READ-ALL.
       START BRANCH-HOLIDAY-FILE
           KEY IS NOT LESS THAN BRHOL-KEY
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-HOLIDAY.
       PERFORM LIST-ONE-HOLIDAY
           UNTIL READ-ALL = "1".
       IF ENTRY-COUNT = ZERO
           DISPLAY "No holidays loaded for the branch that year -"
               " it follows the company calendar."
           GO TO LIST-A-BRANCH-YEAR-EXIT.
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Holidays that year: " ENTRY-COUNT-DISPLAY.
       LIST-A-BRANCH-YEAR-EXIT.
       EXIT.

       LIST-ONE-HOLIDAY.
       IF BRHOL-BRANCH NOT = WANTED-BRANCH
           OR BRHOL-YEAR NOT = WANTED-YEAR
           MOVE "1" TO READ-ALL
       ELSE
           PERFORM SHOW-ONE-HOLIDAY
           ADD 1 TO ENTRY-COUNT
           PERFORM READ-NEXT-HOLIDAY.

      *Every company holiday of the year is added to the branch;
      *days the branch already has are left as they are.
       COPY-THE-COMPANY-YEAR.
       PERFORM ACCEPT-THE-BRANCH.
       IF BRANCH-IS-VALID = "N"
           GO TO COPY-THE-COMPANY-YEAR-EXIT.
       DISPLAY "ENTER the year (YYYY): ".
       ACCEPT WANTED-YEAR.
       MOVE ZERO TO ENTRY-COUNT.
       OPEN INPUT CALENDAR-FILE.
       IF CALENDAR-FILE-STATUS NOT = "00"
           DISPLAY "No company calendar on file to copy from."
           CLOSE CALENDAR-FILE
           GO TO COPY-THE-COMPANY-YEAR-EXIT.
       MOVE "N" TO END-OF-CALENDAR.
       PERFORM READ-NEXT-CALENDAR-LINE.
       PERFORM COPY-ONE-CALENDAR-LINE
           UNTIL END-OF-CALENDAR = "Y".
       CLOSE CALENDAR-FILE.
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Company holidays added to the branch: "
           ENTRY-COUNT-DISPLAY.
       COPY-THE-COMPANY-YEAR-EXIT.
       EXIT.

       COPY-ONE-CALENDAR-LINE.
       IF CALENDAR-DAY-TYPE = "H"
           AND CALENDAR-YEAR = WANTED-YEAR
           MOVE WANTED-BRANCH TO BRHOL-BRANCH
           MOVE CALENDAR-DATE TO BRHOL-DATE
           MOVE "COMPANY HOLIDAY" TO BRHOL-DESCRIPTION
           MOVE SPACES TO HELD-BEFORE-VALUE
           PERFORM FORMAT-HOLIDAY-VALUE
           WRITE BRANCH-HOLIDAY-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO ENTRY-COUNT
                   MOVE "TBL-ADD" TO TABLE-AUDIT-ACTION
                   PERFORM WRITE-TABLE-AUDIT
           END-WRITE.
       PERFORM READ-NEXT-CALENDAR-LINE.

       READ-NEXT-CALENDAR-LINE.
       READ CALENDAR-FILE
       AT END MOVE "Y" TO END-OF-CALENDAR.

       ACCEPT-THE-BRANCH.
       MOVE "Y" TO BRANCH-IS-VALID.
       DISPLAY "ENTER the branch code: ".
       ACCEPT WANTED-BRANCH.
       IF WANTED-BRANCH = SPACES
           DISPLAY "A branch code is needed."
           MOVE "N" TO BRANCH-IS-VALID.
       IF BRANCH-IS-VALID = "Y"
           AND BRANCHES-PRESENT = "Y"
           MOVE WANTED-BRANCH TO BRANCH-CODE
           READ BRANCH-FILE RECORD
               INVALID KEY
                   DISPLAY "Branch is not on the branch reference"
                       " file."
                   MOVE "N" TO BRANCH-IS-VALID
           END-READ.

       SHOW-ONE-HOLIDAY.
       DISPLAY "BRANCH: " BRHOL-BRANCH " DATE: " BRHOL-DATE
           " " BRHOL-DESCRIPTION.

       FORMAT-HOLIDAY-VALUE.
       MOVE SPACES TO HELD-TABLE-KEY.
       STRING BRHOL-BRANCH " " BRHOL-DATE
           DELIMITED BY SIZE INTO HELD-TABLE-KEY.
       MOVE SPACES TO HELD-AFTER-VALUE.
       MOVE BRHOL-DESCRIPTION TO HELD-AFTER-VALUE.

       READ-NEXT-HOLIDAY.
       READ BRANCH-HOLIDAY-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

      *Picks up the identity the sign-on program left behind.
       READ-SESSION-NOTE.
       OPEN INPUT SESSION-FILE.
       IF SESSION-FILE-STATUS = "00"
           READ SESSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SESSION-OPERATOR-ID TO SIGNED-ON-OPERATOR
           END-READ.
       CLOSE SESSION-FILE.

       WRITE-TABLE-AUDIT.
       OPEN EXTEND AUDIT-FILE.
       MOVE SPACES TO AUDIT-LINE.
       ACCEPT AUDIT-LOG-DATE FROM DATE YYYYMMDD.
       ACCEPT AUDIT-LOG-TIME FROM TIME.
       MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR.
       MOVE "BranchHolidayMaintenance" TO AUDIT-PROGRAM.
       MOVE ZERO TO AUDIT-EMPLOYEE-ID.
       MOVE TABLE-AUDIT-ACTION TO AUDIT-LOG-ACTION.
       MOVE "HOLIDAY" TO AUDIT-TABLE-NAME.
       MOVE HELD-TABLE-KEY TO AUDIT-TABLE-KEY.
       MOVE HELD-BEFORE-VALUE TO AUDIT-BEFORE-VALUE.
       MOVE HELD-AFTER-VALUE TO AUDIT-AFTER-VALUE.
       WRITE AUDIT-LINE.
       CLOSE AUDIT-FILE.

       END PROGRAM BranchHolidayMaintenance.
