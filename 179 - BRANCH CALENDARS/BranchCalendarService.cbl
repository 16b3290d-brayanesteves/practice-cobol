       IDENTIFICATION DIVISION.
       PROGRAM-ID. BranchCalendarService.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "BranchHolidayPhysicalFile.cbl".

      *The company processing calendar, for every branch that has
      *no holidays of its own loaded for the year asked about.
       SELECT OPTIONAL CALENDAR-FILE
       ASSIGN TO "calendar.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CALENDAR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "BranchHolidayLogicFile.cbl".

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
           05 CALENDAR-DATE PIC 9(8).
           05 FILLER PIC X(1).
      *B business day, H holiday.
           05 CALENDAR-DAY-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 CALENDAR-MONTH-END PIC X(1).

       WORKING-STORAGE SECTION.
       01  BRANCH-HOLIDAY-STATUS PIC X(2).
       01  CALENDAR-FILE-STATUS PIC X(2).
       01  END-OF-CALENDAR PIC X.
       01  BRANCH-HAS-CALENDAR PIC X.
       01  ASKED-DATE PIC 9(8).
       01  ASKED-DATE-PARTS REDEFINES ASKED-DATE.
           05  ASKED-YEAR PIC 9(4).
           05  ASKED-MONTH-DAY PIC 9(4).

      *The company holidays are read once, on the first call, and
      *kept for the rest of the run - a pay run asks about every
      *hours line.
       01  COMPANY-CALENDAR-LOADED PIC X VALUE "N".
       01  COMPANY-HOLIDAY-LIMIT PIC 9(3) VALUE 500.
       01  COMPANY-HOLIDAY-COUNT PIC 9(3) VALUE ZERO.
       01  COMPANY-HOLIDAY-INDEX PIC 9(3).
       01  COMPANY-HOLIDAY-TABLE.
           05  COMPANY-HOLIDAY-DATE PIC 9(8) OCCURS 500 TIMES.

       LINKAGE SECTION.
      *Caller names a branch and a date and learns whether the date
      *is a holiday there. A blank branch asks the company
      *calendar.
       01  LS-BC-BRANCH PIC X(3).
       01  LS-BC-DATE PIC 9(8).
      *00 a holiday at that branch, 10 not a holiday.
       01  LS-BC-STATUS PIC X(2).
           88  LS-BC-HOLIDAY VALUE "00".
           88  LS-BC-NOT-HOLIDAY VALUE "10".

       PROCEDURE DIVISION USING LS-BC-BRANCH LS-BC-DATE LS-BC-STATUS.
       PROGRAM-BEGIN.
       MOVE "10" TO LS-BC-STATUS.
       IF COMPANY-CALENDAR-LOADED = "N"
           PERFORM LOAD-THE-COMPANY-CALENDAR.
       MOVE LS-BC-DATE TO ASKED-DATE.
       MOVE "N" TO BRANCH-HAS-CALENDAR.
       IF LS-BC-BRANCH NOT = SPACES
           PERFORM ASK-THE-BRANCH-CALENDAR.
       IF BRANCH-HAS-CALENDAR = "N"
           PERFORM ASK-THE-COMPANY-CALENDAR.
       GOBACK.

      *Any holiday on file for the branch in the year means the
      *branch's year is loaded, and its own list is the whole
      *answer - a company holiday it does not observe is a working
      *day there.
       ASK-THE-BRANCH-CALENDAR.
       OPEN INPUT BRANCH-HOLIDAY-FILE.
       IF BRANCH-HOLIDAY-STATUS = "00"
           MOVE LS-BC-BRANCH TO BRHOL-BRANCH
           MOVE ASKED-YEAR TO BRHOL-YEAR
           MOVE ZERO TO BRHOL-MONTH-DAY
           START BRANCH-HOLIDAY-FILE
               KEY IS NOT LESS THAN BRHOL-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CHECK-THE-BRANCH-YEAR
           END-START
           IF BRANCH-HAS-CALENDAR = "Y"
               MOVE LS-BC-BRANCH TO BRHOL-BRANCH
               MOVE ASKED-DATE TO BRHOL-DATE
               READ BRANCH-HOLIDAY-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "00" TO LS-BC-STATUS
               END-READ
           END-IF.
       CLOSE BRANCH-HOLIDAY-FILE.

       CHECK-THE-BRANCH-YEAR.
       READ BRANCH-HOLIDAY-FILE NEXT RECORD
           AT END
               CONTINUE
           NOT AT END
               IF BRHOL-BRANCH = LS-BC-BRANCH
                   AND BRHOL-YEAR = ASKED-YEAR
                   MOVE "Y" TO BRANCH-HAS-CALENDAR
               END-IF
       END-READ.

       ASK-THE-COMPANY-CALENDAR.
       MOVE 1 TO COMPANY-HOLIDAY-INDEX.
       PERFORM LOOK-FOR-COMPANY-HOLIDAY
           UNTIL LS-BC-HOLIDAY
           OR COMPANY-HOLIDAY-INDEX > COMPANY-HOLIDAY-COUNT.

       LOOK-FOR-COMPANY-HOLIDAY.
       IF COMPANY-HOLIDAY-DATE (COMPANY-HOLIDAY-INDEX) = ASKED-DATE
           MOVE "00" TO LS-BC-STATUS
       ELSE
           ADD 1 TO COMPANY-HOLIDAY-INDEX.

      *A missing calendar just means no company holidays, the same
      *stance the batch driver takes.
       LOAD-THE-COMPANY-CALENDAR.
       MOVE "Y" TO COMPANY-CALENDAR-LOADED.
       OPEN INPUT CALENDAR-FILE.
       IF CALENDAR-FILE-STATUS = "00"
           MOVE "N" TO END-OF-CALENDAR
           PERFORM READ-NEXT-CALENDAR-LINE
           PERFORM NOTE-ONE-CALENDAR-LINE
               UNTIL END-OF-CALENDAR = "Y".
       CLOSE CALENDAR-FILE.

       NOTE-ONE-CALENDAR-LINE.
       IF CALENDAR-DAY-TYPE = "H"
           AND COMPANY-HOLIDAY-COUNT < COMPANY-HOLIDAY-LIMIT
           ADD 1 TO COMPANY-HOLIDAY-COUNT
           MOVE CALENDAR-DATE
               TO COMPANY-HOLIDAY-DATE (COMPANY-HOLIDAY-COUNT).
       PERFORM READ-NEXT-CALENDAR-LINE.

       READ-NEXT-CALENDAR-LINE.
       READ CALENDAR-FILE
       AT END MOVE "Y" TO END-OF-CALENDAR.

       END PROGRAM BranchCalendarService.
