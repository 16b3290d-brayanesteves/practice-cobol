       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrainingEnrollment.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "CoursePhysicalFile.cbl".
       COPY "TrainingClassPhysicalFile.cbl".
       COPY "TrainingEnrollPhysicalFile.cbl".
       COPY "CertificationPhysicalFile.cbl".
       COPY "CertExpiringPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".

       SELECT CLASS-ROSTER-FILE
       ASSIGN TO "classroster.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "CourseLogicFile.cbl".
       COPY "TrainingClassLogicFile.cbl".
       COPY "TrainingEnrollLogicFile.cbl".
       COPY "CertificationLogicFile.cbl".
       COPY "CertExpiringLogicFile.cbl".
       COPY "SessionLogicFile.cbl".

       FD CLASS-ROSTER-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  COURSE-FILE-STATUS PIC X(2).
       01  TRAINING-CLASS-STATUS PIC X(2).
       01  TRAINING-ENROLL-STATUS PIC X(2).
       01  CERTIFICATION-FILE-STATUS PIC X(2).
       01  CERT-EXPIRING-STATUS PIC X(2).
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
       77  MENU-CHOICE PIC X.
       77  BOOK-CHOICE PIC X.
       77  EXIT-ENROLLMENT PIC X VALUE "N".
       77  FILES-ARE-OPEN PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  CLASS-IS-OPEN PIC X.
       77  READ-ALL PIC X.
       77  END-OF-EXPIRING PIC X.
       77  ENTRY-COUNT PIC 9(4) VALUE ZERO.
       77  ENTRY-COUNT-DISPLAY PIC ZZZ9.
       01  TODAYS-DATE PIC 9(8).
       01  WANTED-CLASS PIC 9(6).
       01  BOOK-EMPLOYEE-ID PIC 9(6).
      *Y once the employee holds a seat or a waitlist place.
       01  BOOKING-MADE PIC X.
       01  ENROLLMENT-ON-FILE PIC X.
       01  STATUS-WORDS PIC X(10).

      *The waitlisted entry with the lowest place, found when a seat
      *comes free.
       01  NEXT-IN-LINE-ID PIC 9(6).
       01  NEXT-IN-LINE-NUMBER PIC 9(4).

      *The expiry a completed class gives: the class date moved on
      *by the course's months, pulled back to the month's last day
      *when the day does not exist in that month.
       01  EXPIRY-DATE-PARTS.
           05  EXPIRY-YEAR PIC 9(4).
           05  EXPIRY-MONTH PIC 9(2).
           05  EXPIRY-DAY PIC 9(2).
       01  EXPIRY-DATE REDEFINES EXPIRY-DATE-PARTS PIC 9(8).
       01  MONTHS-ON PIC 9(5).
       01  YEARS-ON PIC 9(4).
       01  MONTH-REMAINDER PIC 9(2).

      *Arguments for the shared date service.
       77  DS-REQUEST PIC X.
       77  DS-DATE-IN PIC 9(8).
       77  DS-DATE-OUT PIC 9(8).
       77  DS-STATUS PIC X(2).

      *Waitlisted entries gathered for the roster, printed in the
      *order they joined the list.
       01  WAIT-LIMIT PIC 9(3) VALUE 200.
       01  WAIT-COUNT PIC 9(3) VALUE ZERO.
       01  WAIT-INDEX PIC 9(3).
       01  WAIT-PICK PIC 9(3).
       01  WAIT-PRINTED-COUNT PIC 9(3).
       01  WAIT-TABLE.
           05  WAIT-ENTRY OCCURS 200 TIMES.
               10  WAIT-EMPLOYEE-ID PIC 9(6).
               10  WAIT-NUMBER PIC 9(4).
               10  WAIT-PRINTED PIC X.

       01  ROSTER-HEADING-1.
           05  FILLER PIC X(20) VALUE "CLASS ROSTER".
           05  FILLER PIC X(7) VALUE "CLASS:".
           05  RH1-CLASS PIC 9(6).
           05  FILLER PIC X(3) VALUE SPACES.
           05  RH1-COURSE-TITLE PIC X(25).
           05  FILLER PIC X(7) VALUE " CERT:".
           05  RH1-CERT-CODE PIC X(4).

       01  ROSTER-HEADING-2.
           05  FILLER PIC X(6) VALUE "DATE:".
           05  RH2-DATE PIC 9(8).
           05  FILLER PIC X(10) VALUE "  BRANCH:".
           05  RH2-BRANCH PIC X(3).
           05  FILLER PIC X(14) VALUE "  INSTRUCTOR:".
           05  RH2-INSTRUCTOR-ID PIC 9(6).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RH2-INSTRUCTOR-NAME PIC X(25).
           05  FILLER PIC X(8) VALUE "  SEATS:".
           05  RH2-SEATS-TAKEN PIC ZZ9.
           05  FILLER PIC X(1) VALUE "/".
           05  RH2-SEAT-LIMIT PIC ZZ9.

       01  ROSTER-SECTION-LINE.
           05  RS-TITLE PIC X(30).

       01  ROSTER-DETAIL-LINE.
           05  RD-POSITION PIC ZZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RD-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  RD-NAME PIC X(25).
           05  FILLER PIC X(1) VALUE SPACE.
           05  RD-LASTNAMES PIC X(25).
           05  FILLER PIC X(2) VALUE SPACES.
           05  RD-STATUS PIC X(10).
           05  FILLER PIC X(2) VALUE SPACES.
           05  RD-SIGNATURE PIC X(20).

       PROCEDURE DIVISION.
      *Books employees into scheduled training classes - straight
      *from the certifications the expiry report found lapsing, or
      *one at a time - up to the seat limit, then onto a waitlist
      *that is served in turn as seats come free. Completing a
      *class records who attended and writes or renews each
      *attendee's certs.dat record with the course's validity, and
      *the roster prints for the instructor to take the register.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
       PERFORM ACCEPT-MENU-CHOICE
           UNTIL EXIT-ENROLLMENT = "Y".
       PERFORM CLOSING-PROCEDURE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       PERFORM READ-SESSION-NOTE.
       IF SIGNED-ON-OPERATOR = SPACES
           MOVE "CLERK" TO SIGNED-ON-OPERATOR.
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
           MOVE "Y" TO EXIT-ENROLLMENT
           GO TO OPENING-PROCEDURE-EXIT.
       OPEN INPUT COURSE-FILE.
       OPEN I-O TRAINING-CLASS-FILE.
       IF COURSE-FILE-STATUS NOT = "00"
           OR TRAINING-CLASS-STATUS NOT = "00"
           DISPLAY "No courses or classes on file - schedule a"
               " class first."
           MOVE "Y" TO EXIT-ENROLLMENT
           CLOSE EMPLOYEES-FILE
           CLOSE COURSE-FILE
           CLOSE TRAINING-CLASS-FILE
           GO TO OPENING-PROCEDURE-EXIT.
      *The enrollment file and the certification file are built the
      *first time they are needed, the same way EMPLOYEES-FILE is.
       OPEN I-O TRAINING-ENROLL-FILE.
       IF TRAINING-ENROLL-STATUS = "35"
           OPEN OUTPUT TRAINING-ENROLL-FILE
           CLOSE TRAINING-ENROLL-FILE
           OPEN I-O TRAINING-ENROLL-FILE.
       OPEN I-O CERTIFICATION-FILE.
       IF CERTIFICATION-FILE-STATUS = "35"
           OPEN OUTPUT CERTIFICATION-FILE
           CLOSE CERTIFICATION-FILE
           OPEN I-O CERTIFICATION-FILE.
       MOVE "Y" TO FILES-ARE-OPEN.
       OPENING-PROCEDURE-EXIT.
       EXIT.

       CLOSING-PROCEDURE.
       IF FILES-ARE-OPEN = "Y"
           CLOSE EMPLOYEES-FILE
           CLOSE COURSE-FILE
           CLOSE TRAINING-CLASS-FILE
           CLOSE TRAINING-ENROLL-FILE
           CLOSE CERTIFICATION-FILE.

      *Picks up the identity the sign-on program left behind, so
      *every booking names who made it.
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

       ACCEPT-MENU-CHOICE.
       DISPLAY " ".
       DISPLAY "Training enrollment".
       DISPLAY "E-Enroll from the expiring certs  I-Enroll one"
           " employee  D-Drop an enrollment".
       DISPLAY "C-Complete a class  P-Print a class roster"
           "  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "E"
           WHEN "e"
               PERFORM ENROLL-FROM-EXPIRING
                   THRU ENROLL-FROM-EXPIRING-EXIT
           WHEN "I"
           WHEN "i"
               PERFORM ENROLL-ONE-EMPLOYEE
                   THRU ENROLL-ONE-EMPLOYEE-EXIT
           WHEN "D"
           WHEN "d"
               PERFORM DROP-AN-ENROLLMENT
                   THRU DROP-AN-ENROLLMENT-EXIT
           WHEN "C"
           WHEN "c"
               PERFORM COMPLETE-A-CLASS THRU COMPLETE-A-CLASS-EXIT
           WHEN "P"
           WHEN "p"
               PERFORM PRINT-A-ROSTER THRU PRINT-A-ROSTER-EXIT
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-ENROLLMENT
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

      *Leaves the class and its course in their records, with
      *CLASS-IS-OPEN at Y only when the class still takes bookings.
       ACCEPT-A-CLASS.
       MOVE "N" TO CLASS-IS-OPEN.
       DISPLAY "ENTER the class number: ".
       ACCEPT WANTED-CLASS.
       MOVE WANTED-CLASS TO TCLASS-NUMBER.
       MOVE "Y" TO RECORD-FOUND.
       READ TRAINING-CLASS-FILE RECORD
           INVALID KEY
               DISPLAY "No class with that number."
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "Y"
           MOVE TCLASS-COURSE-CODE TO COURSE-CODE
           READ COURSE-FILE RECORD
               INVALID KEY
                   DISPLAY "The class's course is no longer in the"
                       " catalog."
                   MOVE "N" TO RECORD-FOUND
           END-READ.
       IF RECORD-FOUND = "Y"
           DISPLAY "CLASS " TCLASS-NUMBER "  " COURSE-TITLE
               "  " TCLASS-DATE "  BRANCH " TCLASS-BRANCH
               "  SEATS " TCLASS-SEATS-TAKEN "/" TCLASS-SEAT-LIMIT
           IF TCLASS-SCHEDULED
               MOVE "Y" TO CLASS-IS-OPEN
           END-IF.

       ENROLL-FROM-EXPIRING.
       PERFORM ACCEPT-A-CLASS.
       IF CLASS-IS-OPEN = "N"
           DISPLAY "That class is not taking bookings."
           GO TO ENROLL-FROM-EXPIRING-EXIT.
       OPEN INPUT CERT-EXPIRING-FILE.
       IF CERT-EXPIRING-STATUS NOT = "00"
           DISPLAY "No certexpiring.dat on file - run the cert"
               " expiry report first."
           GO TO ENROLL-FROM-EXPIRING-EXIT.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE "N" TO END-OF-EXPIRING.
       PERFORM READ-NEXT-EXPIRING.
       PERFORM OFFER-ONE-EXPIRING
           UNTIL END-OF-EXPIRING = "Y".
       CLOSE CERT-EXPIRING-FILE.
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Booked from the expiring list: " ENTRY-COUNT-DISPLAY.
       ENROLL-FROM-EXPIRING-EXIT.
       EXIT.

      *Only holders of the cert this course renews are offered, and
      *anyone already booked into the class is passed over.
       OFFER-ONE-EXPIRING.
       IF CXP-CERT-CODE = COURSE-CERT-CODE
           PERFORM OFFER-ONE-HOLDER THRU OFFER-ONE-HOLDER-EXIT.
       PERFORM READ-NEXT-EXPIRING.

       OFFER-ONE-HOLDER.
       MOVE TCLASS-NUMBER TO TENR-CLASS-NUMBER.
       MOVE CXP-EMPLOYEE-ID TO TENR-EMPLOYEE-ID.
       READ TRAINING-ENROLL-FILE RECORD
           INVALID KEY
               MOVE "N" TO ENROLLMENT-ON-FILE
           NOT INVALID KEY
               MOVE "Y" TO ENROLLMENT-ON-FILE
       END-READ.
       IF ENROLLMENT-ON-FILE = "Y"
           AND (TENR-ENROLLED OR TENR-WAITLISTED)
           GO TO OFFER-ONE-HOLDER-EXIT.
       MOVE CXP-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               GO TO OFFER-ONE-HOLDER-EXIT
       END-READ.
       IF EMPLOYEES-TERMINATED
           GO TO OFFER-ONE-HOLDER-EXIT.
       DISPLAY "  " EMPLOYEES-ID " " EMPLOYEES-NAME
           " BRANCH " EMPLOYEES-BRANCH
           " " CXP-CERT-CODE " EXPIRES " CXP-EXPIRY-DATE.
       DISPLAY "  Book into this class? (Y/N, Q to stop) ".
       ACCEPT BOOK-CHOICE.
       IF BOOK-CHOICE = "Q" OR BOOK-CHOICE = "q"
           MOVE "Y" TO END-OF-EXPIRING
           GO TO OFFER-ONE-HOLDER-EXIT.
       IF BOOK-CHOICE NOT = "Y" AND BOOK-CHOICE NOT = "y"
           GO TO OFFER-ONE-HOLDER-EXIT.
       MOVE CXP-EMPLOYEE-ID TO BOOK-EMPLOYEE-ID.
       PERFORM BOOK-THE-EMPLOYEE THRU BOOK-THE-EMPLOYEE-EXIT.
       IF BOOKING-MADE = "Y"
           ADD 1 TO ENTRY-COUNT.
       OFFER-ONE-HOLDER-EXIT.
       EXIT.

       READ-NEXT-EXPIRING.
       IF END-OF-EXPIRING = "N"
           READ CERT-EXPIRING-FILE
               AT END
                   MOVE "Y" TO END-OF-EXPIRING
           END-READ.

       ENROLL-ONE-EMPLOYEE.
       PERFORM ACCEPT-A-CLASS.
       IF CLASS-IS-OPEN = "N"
           DISPLAY "That class is not taking bookings."
           GO TO ENROLL-ONE-EMPLOYEE-EXIT.
       DISPLAY "ENTER the employee ID: ".
       ACCEPT BOOK-EMPLOYEE-ID.
       PERFORM BOOK-THE-EMPLOYEE THRU BOOK-THE-EMPLOYEE-EXIT.
       ENROLL-ONE-EMPLOYEE-EXIT.
       EXIT.

      *A seat while the class has one, otherwise the next place on
      *the waitlist. Someone who dropped out earlier is booked again
      *over their old entry.
       BOOK-THE-EMPLOYEE.
       MOVE "N" TO BOOKING-MADE.
       MOVE BOOK-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               DISPLAY "No record was found with that ID."
               GO TO BOOK-THE-EMPLOYEE-EXIT
       END-READ.
       IF EMPLOYEES-TERMINATED
           DISPLAY "That employee has been terminated."
           GO TO BOOK-THE-EMPLOYEE-EXIT.
       MOVE TCLASS-NUMBER TO TENR-CLASS-NUMBER.
       MOVE BOOK-EMPLOYEE-ID TO TENR-EMPLOYEE-ID.
       MOVE "Y" TO ENROLLMENT-ON-FILE.
       READ TRAINING-ENROLL-FILE RECORD
           INVALID KEY
               MOVE "N" TO ENROLLMENT-ON-FILE
       END-READ.
       IF ENROLLMENT-ON-FILE = "Y"
           AND (TENR-ENROLLED OR TENR-WAITLISTED)
           DISPLAY "Already booked into this class."
           GO TO BOOK-THE-EMPLOYEE-EXIT.
       MOVE TCLASS-NUMBER TO TENR-CLASS-NUMBER.
       MOVE BOOK-EMPLOYEE-ID TO TENR-EMPLOYEE-ID.
       MOVE TODAYS-DATE TO TENR-ENROLLED-DATE.
       MOVE SIGNED-ON-OPERATOR TO TENR-ENROLLED-BY.
       IF TCLASS-SEATS-TAKEN < TCLASS-SEAT-LIMIT
           MOVE "E" TO TENR-STATUS
           MOVE ZERO TO TENR-WAIT-NUMBER
           ADD 1 TO TCLASS-SEATS-TAKEN
       ELSE
           IF TCLASS-LAST-WAIT-NUMBER = 9999
               DISPLAY "The class is full and its waitlist has no"
                   " places left."
               GO TO BOOK-THE-EMPLOYEE-EXIT
           END-IF
           MOVE "W" TO TENR-STATUS
           ADD 1 TO TCLASS-LAST-WAIT-NUMBER
           MOVE TCLASS-LAST-WAIT-NUMBER TO TENR-WAIT-NUMBER.
       IF ENROLLMENT-ON-FILE = "Y"
           REWRITE TRAINING-ENROLL-RECORD
               INVALID KEY
                   DISPLAY "Error booking the employee."
                   GO TO BOOK-THE-EMPLOYEE-EXIT
           END-REWRITE
       ELSE
           WRITE TRAINING-ENROLL-RECORD
               INVALID KEY
                   DISPLAY "Error booking the employee."
                   GO TO BOOK-THE-EMPLOYEE-EXIT
           END-WRITE.
       REWRITE TRAINING-CLASS-RECORD
           INVALID KEY
               DISPLAY "Error updating the class seat count."
       END-REWRITE.
       MOVE "Y" TO BOOKING-MADE.
       IF TENR-ENROLLED
           DISPLAY "Seat booked for " EMPLOYEES-NAME "."
       ELSE
           DISPLAY "Class full - " EMPLOYEES-NAME
               " waitlisted at place " TENR-WAIT-NUMBER ".".
       BOOK-THE-EMPLOYEE-EXIT.
       EXIT.

      *A seat given up goes to the first in line on the waitlist.
       DROP-AN-ENROLLMENT.
       PERFORM ACCEPT-A-CLASS.
       IF CLASS-IS-OPEN = "N"
           DISPLAY "Bookings can only be dropped from a scheduled"
               " class."
           GO TO DROP-AN-ENROLLMENT-EXIT.
       DISPLAY "ENTER the employee ID: ".
       ACCEPT BOOK-EMPLOYEE-ID.
       MOVE TCLASS-NUMBER TO TENR-CLASS-NUMBER.
       MOVE BOOK-EMPLOYEE-ID TO TENR-EMPLOYEE-ID.
       READ TRAINING-ENROLL-FILE RECORD
           INVALID KEY
               DISPLAY "That employee is not booked into the class."
               GO TO DROP-AN-ENROLLMENT-EXIT
       END-READ.
       IF NOT TENR-ENROLLED AND NOT TENR-WAITLISTED
           DISPLAY "That employee is not booked into the class."
           GO TO DROP-AN-ENROLLMENT-EXIT.
       IF TENR-ENROLLED
           SUBTRACT 1 FROM TCLASS-SEATS-TAKEN.
       MOVE "D" TO TENR-STATUS.
       REWRITE TRAINING-ENROLL-RECORD
           INVALID KEY
               DISPLAY "Error dropping the booking."
               GO TO DROP-AN-ENROLLMENT-EXIT
       END-REWRITE.
       DISPLAY "Booking dropped.".
       IF TCLASS-SEATS-TAKEN < TCLASS-SEAT-LIMIT
           PERFORM PROMOTE-FROM-WAITLIST.
       REWRITE TRAINING-CLASS-RECORD
           INVALID KEY
               DISPLAY "Error updating the class seat count."
       END-REWRITE.
       DROP-AN-ENROLLMENT-EXIT.
       EXIT.

       PROMOTE-FROM-WAITLIST.
       MOVE ZERO TO NEXT-IN-LINE-ID.
       MOVE 9999 TO NEXT-IN-LINE-NUMBER.
       PERFORM START-THE-CLASS-ENROLLMENTS.
       PERFORM FIND-ONE-IN-LINE
           UNTIL READ-ALL = "1".
       IF NEXT-IN-LINE-ID NOT = ZERO
           MOVE TCLASS-NUMBER TO TENR-CLASS-NUMBER
           MOVE NEXT-IN-LINE-ID TO TENR-EMPLOYEE-ID
           READ TRAINING-ENROLL-FILE RECORD
               INVALID KEY
                   MOVE ZERO TO NEXT-IN-LINE-ID
           END-READ.
       IF NEXT-IN-LINE-ID NOT = ZERO
           MOVE "E" TO TENR-STATUS
           MOVE ZERO TO TENR-WAIT-NUMBER
           REWRITE TRAINING-ENROLL-RECORD
               INVALID KEY
                   DISPLAY "Error moving the waitlist up."
               NOT INVALID KEY
                   ADD 1 TO TCLASS-SEATS-TAKEN
                   DISPLAY "Seat given to " NEXT-IN-LINE-ID
                       " from the waitlist."
           END-REWRITE.

       FIND-ONE-IN-LINE.
       IF TENR-WAITLISTED
           AND TENR-WAIT-NUMBER < NEXT-IN-LINE-NUMBER
           MOVE TENR-EMPLOYEE-ID TO NEXT-IN-LINE-ID
           MOVE TENR-WAIT-NUMBER TO NEXT-IN-LINE-NUMBER.
       PERFORM READ-NEXT-CLASS-ENROLLMENT.

      *Positions on the first enrollment of the class in hand and
      *reads it; READ-ALL goes to 1 when the class has no more.
       START-THE-CLASS-ENROLLMENTS.
       MOVE TCLASS-NUMBER TO TENR-CLASS-NUMBER.
       MOVE ZERO TO TENR-EMPLOYEE-ID.
       MOVE "0" TO READ-ALL.
       START TRAINING-ENROLL-FILE
           KEY IS NOT LESS THAN TENR-KEY
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-CLASS-ENROLLMENT.

       READ-NEXT-CLASS-ENROLLMENT.
       READ TRAINING-ENROLL-FILE NEXT RECORD
           AT END
               MOVE "1" TO READ-ALL
       END-READ.
       IF READ-ALL = "0"
           AND TENR-CLASS-NUMBER NOT = TCLASS-NUMBER
           MOVE "1" TO READ-ALL.

      *Each seat holder is marked attended or not; attendees get the
      *course's certification written or renewed from the class
      *date. Whoever is still on the waitlist stays there, to turn
      *up again on the next expiry run.
       COMPLETE-A-CLASS.
       PERFORM ACCEPT-A-CLASS.
       IF CLASS-IS-OPEN = "N"
           DISPLAY "Only a scheduled class can be completed."
           GO TO COMPLETE-A-CLASS-EXIT.
       IF TCLASS-DATE > TODAYS-DATE
           DISPLAY "The class has not been held yet."
           GO TO COMPLETE-A-CLASS-EXIT.
       PERFORM WORK-OUT-THE-EXPIRY.
       DISPLAY "Certs will run from " TCLASS-DATE " to "
           EXPIRY-DATE ".".
       MOVE ZERO TO ENTRY-COUNT.
       PERFORM START-THE-CLASS-ENROLLMENTS.
       PERFORM MARK-ONE-ATTENDANCE
           UNTIL READ-ALL = "1".
       MOVE "C" TO TCLASS-STATUS.
       REWRITE TRAINING-CLASS-RECORD
           INVALID KEY
               DISPLAY "Error closing the class."
       END-REWRITE.
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Class completed - certs posted: "
           ENTRY-COUNT-DISPLAY.
       COMPLETE-A-CLASS-EXIT.
       EXIT.

       MARK-ONE-ATTENDANCE.
       IF TENR-ENROLLED
           PERFORM ASK-ONE-ATTENDANCE.
       PERFORM READ-NEXT-CLASS-ENROLLMENT.

       ASK-ONE-ATTENDANCE.
       MOVE TENR-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "(NOT ON MASTER)" TO EMPLOYEES-NAME
       END-READ.
       DISPLAY "  " TENR-EMPLOYEE-ID " " EMPLOYEES-NAME
           "  Attended? (Y/N) ".
       ACCEPT BOOK-CHOICE.
       IF BOOK-CHOICE = "Y" OR BOOK-CHOICE = "y"
           MOVE "A" TO TENR-STATUS
       ELSE
           MOVE "N" TO TENR-STATUS.
       REWRITE TRAINING-ENROLL-RECORD
           INVALID KEY
               DISPLAY "Error recording the attendance."
       END-REWRITE.
       IF TENR-ATTENDED
           PERFORM POST-THE-CERT.

       POST-THE-CERT.
       MOVE TENR-EMPLOYEE-ID TO CERT-EMPLOYEE-ID.
       MOVE COURSE-CERT-CODE TO CERT-CODE.
       MOVE "Y" TO RECORD-FOUND.
       READ CERTIFICATION-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       MOVE TENR-EMPLOYEE-ID TO CERT-EMPLOYEE-ID.
       MOVE COURSE-CERT-CODE TO CERT-CODE.
       MOVE TCLASS-DATE TO CERT-ISSUE-DATE.
       MOVE EXPIRY-DATE TO CERT-EXPIRY-DATE.
       IF RECORD-FOUND = "Y"
           REWRITE CERTIFICATION-RECORD
               INVALID KEY
                   DISPLAY "Error renewing the cert."
               NOT INVALID KEY
                   ADD 1 TO ENTRY-COUNT
           END-REWRITE
       ELSE
           WRITE CERTIFICATION-RECORD
               INVALID KEY
                   DISPLAY "Error recording the cert."
               NOT INVALID KEY
                   ADD 1 TO ENTRY-COUNT
           END-WRITE.

       WORK-OUT-THE-EXPIRY.
       MOVE TCLASS-DATE TO EXPIRY-DATE.
       COMPUTE MONTHS-ON = EXPIRY-MONTH - 1 + COURSE-VALID-MONTHS.
       DIVIDE MONTHS-ON BY 12 GIVING YEARS-ON
           REMAINDER MONTH-REMAINDER.
       ADD YEARS-ON TO EXPIRY-YEAR.
       ADD 1 MONTH-REMAINDER GIVING EXPIRY-MONTH.
       PERFORM CHECK-THE-EXPIRY-DAY.
       PERFORM STEP-BACK-THE-EXPIRY-DAY
           UNTIL DS-STATUS = "00".

       STEP-BACK-THE-EXPIRY-DAY.
       SUBTRACT 1 FROM EXPIRY-DAY.
       PERFORM CHECK-THE-EXPIRY-DAY.

       CHECK-THE-EXPIRY-DAY.
       MOVE "W" TO DS-REQUEST.
       MOVE EXPIRY-DATE TO DS-DATE-IN.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.

      *One class to a roster: the seat holders with a column to sign,
      *then the waitlist in the order it is served.
       PRINT-A-ROSTER.
       PERFORM ACCEPT-A-CLASS.
       IF RECORD-FOUND = "N"
           GO TO PRINT-A-ROSTER-EXIT.
       OPEN OUTPUT CLASS-ROSTER-FILE.
       MOVE TCLASS-NUMBER TO RH1-CLASS.
       MOVE COURSE-TITLE TO RH1-COURSE-TITLE.
       MOVE COURSE-CERT-CODE TO RH1-CERT-CODE.
       MOVE TCLASS-DATE TO RH2-DATE.
       MOVE TCLASS-BRANCH TO RH2-BRANCH.
       MOVE TCLASS-INSTRUCTOR-ID TO RH2-INSTRUCTOR-ID.
       MOVE TCLASS-INSTRUCTOR-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "(NOT ON MASTER)" TO EMPLOYEES-NAME
       END-READ.
       MOVE EMPLOYEES-NAME TO RH2-INSTRUCTOR-NAME.
       MOVE TCLASS-SEATS-TAKEN TO RH2-SEATS-TAKEN.
       MOVE TCLASS-SEAT-LIMIT TO RH2-SEAT-LIMIT.
       MOVE SPACES TO REPORT-LINE.
       MOVE ROSTER-HEADING-1 TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       MOVE ROSTER-HEADING-2 TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE "BOOKED" TO RS-TITLE.
       MOVE ROSTER-SECTION-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE ZERO TO WAIT-COUNT.
       PERFORM START-THE-CLASS-ENROLLMENTS.
       PERFORM ROSTER-ONE-ENROLLMENT
           UNTIL READ-ALL = "1".
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE "WAITLIST" TO RS-TITLE.
       MOVE ROSTER-SECTION-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE ZERO TO WAIT-PRINTED-COUNT.
       PERFORM ROSTER-NEXT-WAITING
           UNTIL WAIT-PRINTED-COUNT = WAIT-COUNT.
       CLOSE CLASS-ROSTER-FILE.
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Roster printed to classroster.rpt - booked: "
           ENTRY-COUNT-DISPLAY.
       PRINT-A-ROSTER-EXIT.
       EXIT.

      *Seat holders print as they are read; the waitlisted are held
      *back to print in turn.
       ROSTER-ONE-ENROLLMENT.
       IF TENR-ENROLLED OR TENR-ATTENDED OR TENR-NO-SHOW
           ADD 1 TO ENTRY-COUNT
           MOVE SPACES TO ROSTER-DETAIL-LINE
           MOVE ENTRY-COUNT TO RD-POSITION
           IF TENR-ENROLLED
               MOVE "BOOKED" TO STATUS-WORDS
               MOVE "____________________" TO RD-SIGNATURE
           END-IF
           IF TENR-ATTENDED
               MOVE "ATTENDED" TO STATUS-WORDS
           END-IF
           IF TENR-NO-SHOW
               MOVE "NO SHOW" TO STATUS-WORDS
           END-IF
           PERFORM WRITE-ONE-ROSTER-LINE.
       IF TENR-WAITLISTED
           AND WAIT-COUNT < WAIT-LIMIT
           ADD 1 TO WAIT-COUNT
           MOVE TENR-EMPLOYEE-ID TO WAIT-EMPLOYEE-ID (WAIT-COUNT)
           MOVE TENR-WAIT-NUMBER TO WAIT-NUMBER (WAIT-COUNT)
           MOVE "N" TO WAIT-PRINTED (WAIT-COUNT).
       PERFORM READ-NEXT-CLASS-ENROLLMENT.

       ROSTER-NEXT-WAITING.
       MOVE ZERO TO WAIT-PICK.
       MOVE 1 TO WAIT-INDEX.
       PERFORM PICK-EARLIER-WAITING
           UNTIL WAIT-INDEX > WAIT-COUNT.
       MOVE "Y" TO WAIT-PRINTED (WAIT-PICK).
       ADD 1 TO WAIT-PRINTED-COUNT.
       MOVE SPACES TO ROSTER-DETAIL-LINE.
       MOVE WAIT-PRINTED-COUNT TO RD-POSITION.
       MOVE WAIT-EMPLOYEE-ID (WAIT-PICK) TO TENR-EMPLOYEE-ID.
       MOVE "WAITING" TO STATUS-WORDS.
       PERFORM WRITE-ONE-ROSTER-LINE.

       PICK-EARLIER-WAITING.
       IF WAIT-PRINTED (WAIT-INDEX) = "N"
           IF WAIT-PICK = ZERO
               MOVE WAIT-INDEX TO WAIT-PICK
           ELSE
               IF WAIT-NUMBER (WAIT-INDEX) < WAIT-NUMBER (WAIT-PICK)
                   MOVE WAIT-INDEX TO WAIT-PICK
               END-IF
           END-IF.
       ADD 1 TO WAIT-INDEX.

       WRITE-ONE-ROSTER-LINE.
       MOVE TENR-EMPLOYEE-ID TO RD-ID.
       MOVE TENR-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "(NOT ON MASTER)" TO EMPLOYEES-NAME
               MOVE SPACES TO EMPLOYEES-LASTNAMES
       END-READ.
       MOVE EMPLOYEES-NAME TO RD-NAME.
       MOVE EMPLOYEES-LASTNAMES TO RD-LASTNAMES.
       MOVE STATUS-WORDS TO RD-STATUS.
       MOVE SPACES TO REPORT-LINE.
       MOVE ROSTER-DETAIL-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.

       END PROGRAM TrainingEnrollment.
