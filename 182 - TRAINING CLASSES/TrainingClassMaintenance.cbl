       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrainingClassMaintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "BranchPhysicalFile.cbl".
       COPY "CoursePhysicalFile.cbl".
       COPY "TrainingClassPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "BranchLogicFile.cbl".
       COPY "CourseLogicFile.cbl".
       COPY "TrainingClassLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  BRANCH-FILE-STATUS PIC X(2).
       01  COURSE-FILE-STATUS PIC X(2).
       01  TRAINING-CLASS-STATUS PIC X(2).
      *Stays N until branches.dat opens, in which case a branch code
      *is taken as keyed.
       01  BRANCHES-PRESENT PIC X VALUE "N".
       77  MENU-CHOICE PIC X.
       77  EXIT-MAINTENANCE PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  READ-ALL PIC X.
       77  ENTRY-COUNT PIC 9(4) VALUE ZERO.
       77  ENTRY-COUNT-DISPLAY PIC ZZZ9.
       01  TODAYS-DATE PIC 9(8).
       01  FROM-DATE PIC 9(8).
       01  WANTED-COURSE PIC X(6).
       01  WANTED-CLASS PIC 9(6).
       01  HIGHEST-CLASS PIC 9(6).
       01  SEATS-DISPLAY PIC ZZ9.
       01  CONFIRM-CANCEL PIC X.

      *Arguments for the shared date service, used here to turn
      *away a class date that is not on the calendar.
       77  DS-REQUEST PIC X.
       77  DS-DATE-IN PIC 9(8).
       77  DS-DATE-OUT PIC 9(8).
       77  DS-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Keeps the training course catalog - each course tied to the
      *certification code it earns and how long that lasts - and
      *the class schedule: which course, on what date, at which
      *branch, taught by whom, with how many seats. Enrollment,
      *the waitlist and attendance are kept by TrainingEnrollment.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
       PERFORM ACCEPT-MENU-CHOICE
           UNTIL EXIT-MAINTENANCE = "Y".
       PERFORM CLOSING-PROCEDURE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
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
           MOVE "Y" TO EXIT-MAINTENANCE
           GO TO OPENING-PROCEDURE-EXIT.
      *The catalog and the schedule are built the first time they
      *are needed, the same way EMPLOYEES-FILE is.
       OPEN I-O COURSE-FILE.
       IF COURSE-FILE-STATUS = "35"
           OPEN OUTPUT COURSE-FILE
           CLOSE COURSE-FILE
           OPEN I-O COURSE-FILE.
       OPEN I-O TRAINING-CLASS-FILE.
       IF TRAINING-CLASS-STATUS = "35"
           OPEN OUTPUT TRAINING-CLASS-FILE
           CLOSE TRAINING-CLASS-FILE
           OPEN I-O TRAINING-CLASS-FILE.
       OPEN INPUT BRANCH-FILE.
       IF BRANCH-FILE-STATUS = "00"
           MOVE "Y" TO BRANCHES-PRESENT.
       OPENING-PROCEDURE-EXIT.
       EXIT.

       CLOSING-PROCEDURE.
       IF EMPLOYEES-FILE-STATUS = "00"
           CLOSE EMPLOYEES-FILE
           CLOSE COURSE-FILE
           CLOSE TRAINING-CLASS-FILE
           IF BRANCHES-PRESENT = "Y"
               CLOSE BRANCH-FILE
           END-IF.

       ACCEPT-MENU-CHOICE.
       DISPLAY " ".
       DISPLAY "Training course and class maintenance".
       DISPLAY "C-Add or update a course  L-List the courses"
           "  S-Schedule a class".
       DISPLAY "K-Cancel a class  V-View the class schedule"
           "  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "C"
           WHEN "c"
               PERFORM ADD-OR-UPDATE-COURSE
                   THRU ADD-OR-UPDATE-COURSE-EXIT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-THE-COURSES
           WHEN "S"
           WHEN "s"
               PERFORM SCHEDULE-A-CLASS THRU SCHEDULE-A-CLASS-EXIT
           WHEN "K"
           WHEN "k"
               PERFORM CANCEL-A-CLASS THRU CANCEL-A-CLASS-EXIT
           WHEN "V"
           WHEN "v"
               PERFORM VIEW-THE-SCHEDULE
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-MAINTENANCE
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

       ADD-OR-UPDATE-COURSE.
       DISPLAY "ENTER the course code: ".
       ACCEPT WANTED-COURSE.
       IF WANTED-COURSE = SPACES
           DISPLAY "A course code is needed."
           GO TO ADD-OR-UPDATE-COURSE-EXIT.
       MOVE WANTED-COURSE TO COURSE-CODE.
       MOVE "Y" TO RECORD-FOUND.
       READ COURSE-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "Y"
           DISPLAY "Course on file - the new details replace the"
               " old ones."
           PERFORM SHOW-ONE-COURSE
       ELSE
           MOVE SPACES TO COURSE-RECORD
           MOVE WANTED-COURSE TO COURSE-CODE.
       DISPLAY "ENTER the course title: ".
       ACCEPT COURSE-TITLE.
       DISPLAY "ENTER the cert code the course earns (e.g. FORK): ".
       ACCEPT COURSE-CERT-CODE.
       IF COURSE-CERT-CODE = SPACES
           DISPLAY "A cert code is needed - course not saved."
           GO TO ADD-OR-UPDATE-COURSE-EXIT.
       DISPLAY "ENTER the months the cert is good for: ".
       ACCEPT COURSE-VALID-MONTHS.
       IF COURSE-VALID-MONTHS NOT NUMERIC
           OR COURSE-VALID-MONTHS = ZERO
           DISPLAY "The months must be a number above zero -"
               " course not saved."
           GO TO ADD-OR-UPDATE-COURSE-EXIT.
       IF RECORD-FOUND = "Y"
           REWRITE COURSE-RECORD
               INVALID KEY
                   DISPLAY "Error updating the course."
               NOT INVALID KEY
                   DISPLAY "Course updated."
           END-REWRITE
       ELSE
           WRITE COURSE-RECORD
               INVALID KEY
                   DISPLAY "Error adding the course."
               NOT INVALID KEY
                   DISPLAY "Course added."
           END-WRITE.
       ADD-OR-UPDATE-COURSE-EXIT.
       EXIT.

       LIST-THE-COURSES.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE LOW-VALUES TO COURSE-CODE.
       MOVE "0" TO READ-ALL.
       START COURSE-FILE
           KEY IS NOT LESS THAN COURSE-CODE
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-COURSE.
       PERFORM LIST-ONE-COURSE
           UNTIL READ-ALL = "1".
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Courses in the catalog: " ENTRY-COUNT-DISPLAY.

       LIST-ONE-COURSE.
       PERFORM SHOW-ONE-COURSE.
       ADD 1 TO ENTRY-COUNT.
       PERFORM READ-NEXT-COURSE.

       SHOW-ONE-COURSE.
       DISPLAY "  " COURSE-CODE "  " COURSE-TITLE
           "  CERT " COURSE-CERT-CODE
           "  GOOD FOR " COURSE-VALID-MONTHS " MONTHS".

       READ-NEXT-COURSE.
       READ COURSE-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       SCHEDULE-A-CLASS.
       PERFORM FIND-THE-HIGHEST-CLASS.
       IF HIGHEST-CLASS = 999999
           DISPLAY "No class numbers left."
           GO TO SCHEDULE-A-CLASS-EXIT.
       MOVE SPACES TO TRAINING-CLASS-RECORD.
       ADD 1 HIGHEST-CLASS GIVING TCLASS-NUMBER.
       DISPLAY "ENTER the course code: ".
       ACCEPT WANTED-COURSE.
       MOVE WANTED-COURSE TO COURSE-CODE.
       READ COURSE-FILE RECORD
           INVALID KEY
               DISPLAY "No course with that code in the catalog."
               GO TO SCHEDULE-A-CLASS-EXIT
       END-READ.
       MOVE WANTED-COURSE TO TCLASS-COURSE-CODE.
       DISPLAY "ENTER the class date (YYYYMMDD): ".
       ACCEPT TCLASS-DATE.
       MOVE "W" TO DS-REQUEST.
       MOVE TCLASS-DATE TO DS-DATE-IN.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.
       IF DS-STATUS NOT = "00"
           DISPLAY "That is not a valid date."
           GO TO SCHEDULE-A-CLASS-EXIT.
       IF TCLASS-DATE < TODAYS-DATE
           DISPLAY "A class cannot be scheduled in the past."
           GO TO SCHEDULE-A-CLASS-EXIT.
       DISPLAY "ENTER the branch code: ".
       ACCEPT TCLASS-BRANCH.
       IF TCLASS-BRANCH = SPACES
           DISPLAY "A branch code is needed."
           GO TO SCHEDULE-A-CLASS-EXIT.
       IF BRANCHES-PRESENT = "Y"
           MOVE TCLASS-BRANCH TO BRANCH-CODE
           READ BRANCH-FILE RECORD
               INVALID KEY
                   DISPLAY "Branch is not on the branch reference"
                       " file."
                   GO TO SCHEDULE-A-CLASS-EXIT
           END-READ.
       DISPLAY "ENTER the instructor's employee ID: ".
       ACCEPT TCLASS-INSTRUCTOR-ID.
       MOVE TCLASS-INSTRUCTOR-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               DISPLAY "No record was found with that ID."
               GO TO SCHEDULE-A-CLASS-EXIT
       END-READ.
       IF NOT EMPLOYEES-ACTIVE
           DISPLAY "The instructor must be an active employee."
           GO TO SCHEDULE-A-CLASS-EXIT.
       DISPLAY "ENTER the seat limit: ".
       ACCEPT TCLASS-SEAT-LIMIT.
       IF TCLASS-SEAT-LIMIT NOT NUMERIC
           OR TCLASS-SEAT-LIMIT = ZERO
           DISPLAY "The seat limit must be a number above zero -"
               " class not scheduled."
           GO TO SCHEDULE-A-CLASS-EXIT.
       MOVE ZERO TO TCLASS-SEATS-TAKEN.
       MOVE ZERO TO TCLASS-LAST-WAIT-NUMBER.
       MOVE "S" TO TCLASS-STATUS.
       WRITE TRAINING-CLASS-RECORD
           INVALID KEY
               DISPLAY "Error scheduling the class."
           NOT INVALID KEY
               DISPLAY "Class " TCLASS-NUMBER " scheduled: "
                   COURSE-TITLE " on " TCLASS-DATE "."
       END-WRITE.
       SCHEDULE-A-CLASS-EXIT.
       EXIT.

      *Class numbers run on from the highest one on file.
       FIND-THE-HIGHEST-CLASS.
       MOVE ZERO TO HIGHEST-CLASS.
       MOVE ZERO TO TCLASS-NUMBER.
       MOVE "0" TO READ-ALL.
       START TRAINING-CLASS-FILE
           KEY IS NOT LESS THAN TCLASS-NUMBER
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-CLASS.
       PERFORM NOTE-ONE-CLASS-NUMBER
           UNTIL READ-ALL = "1".

       NOTE-ONE-CLASS-NUMBER.
       MOVE TCLASS-NUMBER TO HIGHEST-CLASS.
       PERFORM READ-NEXT-CLASS.

      *A cancelled class keeps its enrollments on file, so whoever
      *was booked can be found and moved to another sitting.
       CANCEL-A-CLASS.
       DISPLAY "ENTER the class number: ".
       ACCEPT WANTED-CLASS.
       MOVE WANTED-CLASS TO TCLASS-NUMBER.
       READ TRAINING-CLASS-FILE RECORD
           INVALID KEY
               DISPLAY "No class with that number."
               GO TO CANCEL-A-CLASS-EXIT
       END-READ.
       IF NOT TCLASS-SCHEDULED
           DISPLAY "Only a scheduled class can be cancelled."
           GO TO CANCEL-A-CLASS-EXIT.
       PERFORM SHOW-ONE-CLASS.
       DISPLAY "Cancel this class? (Y/N) ".
       ACCEPT CONFIRM-CANCEL.
       IF CONFIRM-CANCEL NOT = "Y"
           AND CONFIRM-CANCEL NOT = "y"
           DISPLAY "Class left as it is."
           GO TO CANCEL-A-CLASS-EXIT.
       MOVE "X" TO TCLASS-STATUS.
       REWRITE TRAINING-CLASS-RECORD
           INVALID KEY
               DISPLAY "Error cancelling the class."
           NOT INVALID KEY
               MOVE TCLASS-SEATS-TAKEN TO SEATS-DISPLAY
               DISPLAY "Class cancelled - " SEATS-DISPLAY
                   " enrolled to be told and rebooked."
       END-REWRITE.
       CANCEL-A-CLASS-EXIT.
       EXIT.

       VIEW-THE-SCHEDULE.
       DISPLAY "ENTER the first date to show (YYYYMMDD),"
           " or 0 for today: ".
       ACCEPT FROM-DATE.
       IF FROM-DATE = ZERO
           MOVE TODAYS-DATE TO FROM-DATE.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE ZERO TO TCLASS-NUMBER.
       MOVE "0" TO READ-ALL.
       START TRAINING-CLASS-FILE
           KEY IS NOT LESS THAN TCLASS-NUMBER
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-CLASS.
       PERFORM VIEW-ONE-CLASS
           UNTIL READ-ALL = "1".
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Classes shown: " ENTRY-COUNT-DISPLAY.

       VIEW-ONE-CLASS.
       IF TCLASS-DATE NOT < FROM-DATE
           PERFORM SHOW-ONE-CLASS
           ADD 1 TO ENTRY-COUNT.
       PERFORM READ-NEXT-CLASS.

       SHOW-ONE-CLASS.
       DISPLAY "  CLASS " TCLASS-NUMBER "  " TCLASS-COURSE-CODE
           "  " TCLASS-DATE "  BRANCH " TCLASS-BRANCH
           "  INSTRUCTOR " TCLASS-INSTRUCTOR-ID
           "  SEATS " TCLASS-SEATS-TAKEN "/" TCLASS-SEAT-LIMIT
           "  STATUS " TCLASS-STATUS.

       READ-NEXT-CLASS.
       READ TRAINING-CLASS-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM TrainingClassMaintenance.
