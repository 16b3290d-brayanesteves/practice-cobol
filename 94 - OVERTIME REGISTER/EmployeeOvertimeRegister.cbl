       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "HoursPhysicalFile.cbl".
       COPY "OvertimeAuthPhysicalFile.cbl".
       COPY "OvertimeHeldPhysicalFile.cbl".

      *Weekly overtime register for payroll, riding alongside
      *payroll.dat: one line per employee whose week the time clock
      *saw, with the hours past the threshold broken out. Kept week
      *after week, so a pay period longer than a week finds all its
      *weeks; each line carries its week and the run that wrote it,
      *and a rerun of a week supersedes the run before it.
       SELECT OPTIONAL OVERTIME-FILE
       ASSIGN TO "overtime.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "HoursLogicFile.cbl".
       COPY "OvertimeAuthLogicFile.cbl".
       COPY "OvertimeHeldLogicFile.cbl".

       FD OVERTIME-FILE.
       01 OVERTIME-RECORD.
           05 OT-TOTAL-HOURS PIC 9(3)V99.
           05 FILLER PIC X(1).
           05 OT-OVERTIME-HOURS PIC 9(3)V99.
      *The overtime split by whether a supervisor approved it
      *beforehand; only the authorized part is paid as worked.
           05 FILLER PIC X(1).
           05 OT-AUTHORIZED-HOURS PIC 9(3)V99.
           05 FILLER PIC X(1).
           05 OT-UNAUTHORIZED-HOURS PIC 9(3)V99.
           05 FILLER PIC X(1).
           05 OT-WEEK-END PIC 9(8).
           05 FILLER PIC X(1).
           05 OT-RUN-STAMP.
               10 OT-RUN-DATE PIC 9(8).
               10 OT-RUN-TIME PIC 9(8).

       FD OVERTIME-REPORT-FILE.
       01 REPORT-LINE PIC X(132).
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  HOURS-FILE-STATUS PIC X(2).
       01  OVERTIME-AUTH-STATUS PIC X(2).
       01  OVERTIME-HELD-STATUS PIC X(2).
      *Stays N until otauth.dat opens, in which case all overtime
      *is taken as authorized, as it was before approvals were
      *keyed.
       01  AUTHORIZATIONS-ON-FILE PIC X VALUE "N".
       01  END-OF-AUTHORIZATIONS PIC X.
       01  END-OF-HOURS PIC X.
       01  NOTHING-TO-PROCESS PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
      *Over this many hours in the week, the rest is overtime.
       01  OVERTIME-THRESHOLD PIC 9(2)V99 VALUE 40.00.

      *The first and last days the week's hours.dat covers - the
      *days whose approvals count against the week's overtime.
       01  WEEK-START-DATE PIC 9(8) VALUE ZERO.
       01  WEEK-END-DATE PIC 9(8) VALUE ZERO.

      *One slot per employee the week's hours file names, built up
      *as the file is read; the master is consulted once per slot
      *afterwards for the name and department.
               10  TALLY-HOURS PIC 9(3)V99.
               10  TALLY-NAME PIC X(25).
               10  TALLY-DEPARTMENT PIC X(20).
               10  TALLY-MANAGER-ID PIC 9(6).
               10  TALLY-APPROVED PIC 9(3)V99.

      *Departments seen among the week's workers, in the order they
      *first appear, so the register can group and subtotal by

       01  WORKED-TOTAL PIC 9(3)V99.
       01  WORKED-OVERTIME PIC 9(3)V99.
       01  WORKED-AUTHORIZED PIC 9(3)V99.
       01  WORKED-UNAUTHORIZED PIC 9(3)V99.
       01  DEPT-TOTAL-HOURS PIC 9(5)V99.
       01  DEPT-OVERTIME-HOURS PIC 9(5)V99.
       01  DEPT-UNAUTHORIZED-HOURS PIC 9(5)V99.
       01  GRAND-TOTAL-HOURS PIC 9(6)V99.
       01  GRAND-OVERTIME-HOURS PIC 9(6)V99.
       01  GRAND-UNAUTHORIZED-HOURS PIC 9(6)V99.
       01  EMPLOYEES-LISTED PIC 9(4) VALUE ZERO.
       01  EMPLOYEES-LISTED-DISPLAY PIC Z(3)9.
       01  EMPLOYEES-HELD PIC 9(4) VALUE ZERO.

       01  TODAYS-DATE PIC 9(8).
       01  RUN-TIME PIC 9(8).

       01  HEADING-LINE-1.
           05  FILLER PIC X(28) VALUE "WEEKLY OVERTIME REGISTER".
           05  FILLER PIC X(27) VALUE "NAME".
           05  FILLER PIC X(12) VALUE "TOTAL HRS".
           05  FILLER PIC X(12) VALUE "OT HRS".
           05  FILLER PIC X(12) VALUE "AUTH HRS".
           05  FILLER PIC X(12) VALUE "UNAUTH HRS".
           05  FILLER PIC X(8) VALUE "FLAG".

       01  DEPT-HEADING-LINE.
           05  FILLER PIC X(6) VALUE SPACES.
           05  DL-OVERTIME-HOURS PIC ZZ9.99.
           05  FILLER PIC X(6) VALUE SPACES.
           05  DL-AUTHORIZED-HOURS PIC ZZ9.99.
           05  FILLER PIC X(6) VALUE SPACES.
           05  DL-UNAUTHORIZED-HOURS PIC ZZ9.99.
           05  FILLER PIC X(6) VALUE SPACES.
           05  DL-FLAG PIC X(8).

       01  DEPT-TOTAL-LINE.
           05  DT-TOTAL-HOURS PIC ZZ,ZZ9.99.
           05  FILLER PIC X(3) VALUE SPACES.
           05  DT-OVERTIME-HOURS PIC ZZ,ZZ9.99.
           05  FILLER PIC X(15) VALUE SPACES.
           05  DT-UNAUTHORIZED-HOURS PIC ZZ,ZZ9.99.

       01  GRAND-TOTAL-LINE.
           05  FILLER PIC X(26) VALUE "   ALL DEPARTMENTS".
           05  GT-TOTAL-HOURS PIC ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  GT-OVERTIME-HOURS PIC ZZZ,ZZ9.99.
           05  FILLER PIC X(14) VALUE SPACES.
           05  GT-UNAUTHORIZED-HOURS PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *Rolls the week's hours.dat up to one line per employee,
      *flags everyone past the overtime threshold, and writes the
      *register payroll takes alongside payroll.dat plus a printed
      *copy with department subtotals - the roll-up that used to be
      *figured by hand on a pad every Friday. Overtime is split into
      *what a supervisor authorized beforehand in otauth.dat for the
      *week's days and what nobody did; the unauthorized hours are
      *held out of pay in otheld.dat until a supervisor releases
      *them.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
           MOVE EMPLOYEES-LISTED TO EMPLOYEES-LISTED-DISPLAY
           DISPLAY "Overtime register written: "
               EMPLOYEES-LISTED-DISPLAY " employees to overtime.dat"
               " and overtime.rpt."
           MOVE EMPLOYEES-HELD TO EMPLOYEES-LISTED-DISPLAY
           DISPLAY "Employees with unauthorized overtime held: "
               EMPLOYEES-LISTED-DISPLAY.
       END-PROGRAM.
       GOBACK.

      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       ACCEPT RUN-TIME FROM TIME.
       OPEN INPUT HOURS-FILE.
       IF HOURS-FILE-STATUS = "05"
           DISPLAY "No hours.dat found - nothing to register."
                   EMPLOYEES-FILE-STATUS "."
               MOVE 1 TO RETURN-CODE
           END-IF
           OPEN EXTEND OVERTIME-FILE
           OPEN OUTPUT OVERTIME-REPORT-FILE
           PERFORM OPEN-THE-AUTHORIZATIONS
       END-IF.

      *The held file is built the first time it is needed, the same
      *way EMPLOYEES-FILE is.
       OPEN-THE-AUTHORIZATIONS.
       OPEN INPUT OVERTIME-AUTH-FILE.
       IF OVERTIME-AUTH-STATUS = "00"
           MOVE "Y" TO AUTHORIZATIONS-ON-FILE
           OPEN I-O OVERTIME-HELD-FILE
           IF OVERTIME-HELD-STATUS = "35"
               OPEN OUTPUT OVERTIME-HELD-FILE
               CLOSE OVERTIME-HELD-FILE
               OPEN I-O OVERTIME-HELD-FILE
           END-IF
           IF OVERTIME-HELD-STATUS NOT = "00"
               DISPLAY "Error opening otheld.dat, status code "
                   OVERTIME-HELD-STATUS "."
               MOVE 1 TO RETURN-CODE
           END-IF
       END-IF.

       CLOSING-PROCEDURE.
           CLOSE EMPLOYEES-FILE
           CLOSE OVERTIME-FILE
           CLOSE OVERTIME-REPORT-FILE.
       IF AUTHORIZATIONS-ON-FILE = "Y"
           CLOSE OVERTIME-AUTH-FILE
           CLOSE OVERTIME-HELD-FILE.

       ROLL-UP-THE-WEEK.
       MOVE "N" TO END-OF-HOURS.
               MOVE "Y" TO TALLY-ID-WAS-FOUND.
       IF TALLY-ID-WAS-FOUND = "Y"
           ADD HOURS-WORKED TO TALLY-HOURS (TALLY-INDEX).
       IF WEEK-START-DATE = ZERO
           OR HOURS-DATE < WEEK-START-DATE
           MOVE HOURS-DATE TO WEEK-START-DATE.
       IF HOURS-DATE > WEEK-END-DATE
           MOVE HOURS-DATE TO WEEK-END-DATE.
       PERFORM READ-NEXT-HOURS-LINE.

       LOOK-FOR-TALLY-ENTRY.
           MOVE EMPLOYEES-NAME TO TALLY-NAME (TALLY-INDEX)
           MOVE EMPLOYEES-DEPARTMENT
               TO TALLY-DEPARTMENT (TALLY-INDEX)
           MOVE EMPLOYEES-MANAGER-ID TO TALLY-MANAGER-ID (TALLY-INDEX)
       ELSE
           MOVE "(NOT ON MASTER)" TO TALLY-NAME (TALLY-INDEX)
           MOVE "UNKNOWN" TO TALLY-DEPARTMENT (TALLY-INDEX)
           MOVE ZERO TO TALLY-MANAGER-ID (TALLY-INDEX).
       MOVE ZERO TO TALLY-APPROVED (TALLY-INDEX).
       IF AUTHORIZATIONS-ON-FILE = "Y"
           PERFORM ADD-UP-THE-APPROVALS.
       PERFORM NOTE-THE-DEPARTMENT.
       ADD 1 TO TALLY-INDEX.

      *Every approval keyed for the employee on a day the week's
      *hours cover.
       ADD-UP-THE-APPROVALS.
       MOVE TALLY-EMPLOYEE-ID (TALLY-INDEX) TO OTAUTH-EMPLOYEE-ID.
       MOVE WEEK-START-DATE TO OTAUTH-DATE.
       MOVE "N" TO END-OF-AUTHORIZATIONS.
       START OVERTIME-AUTH-FILE
           KEY IS NOT LESS THAN OTAUTH-KEY
           INVALID KEY
               MOVE "Y" TO END-OF-AUTHORIZATIONS
       END-START.
       PERFORM ADD-ONE-APPROVAL
           UNTIL END-OF-AUTHORIZATIONS = "Y".

       ADD-ONE-APPROVAL.
       READ OVERTIME-AUTH-FILE NEXT RECORD
           AT END
               MOVE "Y" TO END-OF-AUTHORIZATIONS
       END-READ.
       IF END-OF-AUTHORIZATIONS = "N"
           IF OTAUTH-EMPLOYEE-ID NOT = TALLY-EMPLOYEE-ID (TALLY-INDEX)
               OR OTAUTH-DATE > WEEK-END-DATE
               MOVE "Y" TO END-OF-AUTHORIZATIONS
           ELSE
               ADD OTAUTH-HOURS TO TALLY-APPROVED (TALLY-INDEX)
           END-IF.

       NOTE-THE-DEPARTMENT.
       MOVE "N" TO DEPT-WAS-FOUND.
       MOVE 1 TO DEPT-INDEX.
           ADD 1 TO DEPT-INDEX.

       WRITE-THE-REGISTER.
       MOVE TODAYS-DATE TO HL1-RUN-DATE.
       MOVE SPACES TO REPORT-LINE.
       MOVE HEADING-LINE-1 TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE ZERO TO GRAND-TOTAL-HOURS.
       MOVE ZERO TO GRAND-OVERTIME-HOURS.
       MOVE ZERO TO GRAND-UNAUTHORIZED-HOURS.
       MOVE 1 TO DEPT-INDEX.
       PERFORM WRITE-ONE-DEPARTMENT
           UNTIL DEPT-INDEX > DEPT-COUNT.
       WRITE REPORT-LINE.
       MOVE GRAND-TOTAL-HOURS TO GT-TOTAL-HOURS.
       MOVE GRAND-OVERTIME-HOURS TO GT-OVERTIME-HOURS.
       MOVE GRAND-UNAUTHORIZED-HOURS TO GT-UNAUTHORIZED-HOURS.
       MOVE GRAND-TOTAL-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.

       WRITE REPORT-LINE.
       MOVE ZERO TO DEPT-TOTAL-HOURS.
       MOVE ZERO TO DEPT-OVERTIME-HOURS.
       MOVE ZERO TO DEPT-UNAUTHORIZED-HOURS.
       MOVE 1 TO TALLY-INDEX.
       PERFORM WRITE-ONE-WORKER
           UNTIL TALLY-INDEX > TALLY-COUNT.
       MOVE DEPT-TOTAL-HOURS TO DT-TOTAL-HOURS.
       MOVE DEPT-OVERTIME-HOURS TO DT-OVERTIME-HOURS.
       MOVE DEPT-UNAUTHORIZED-HOURS TO DT-UNAUTHORIZED-HOURS.
       MOVE SPACES TO REPORT-LINE.
       MOVE DEPT-TOTAL-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
               GIVING WORKED-OVERTIME
       ELSE
           MOVE ZERO TO WORKED-OVERTIME.
       PERFORM SPLIT-THE-OVERTIME.
       MOVE SPACES TO DETAIL-LINE.
       MOVE TALLY-EMPLOYEE-ID (TALLY-INDEX) TO DL-ID.
       MOVE TALLY-NAME (TALLY-INDEX) TO DL-NAME.
       MOVE WORKED-TOTAL TO DL-TOTAL-HOURS.
       MOVE WORKED-OVERTIME TO DL-OVERTIME-HOURS.
       MOVE WORKED-AUTHORIZED TO DL-AUTHORIZED-HOURS.
       MOVE WORKED-UNAUTHORIZED TO DL-UNAUTHORIZED-HOURS.
       IF WORKED-UNAUTHORIZED > ZERO
           MOVE "HELD" TO DL-FLAG
       ELSE
           IF WORKED-OVERTIME > ZERO
               MOVE "OVERTIME" TO DL-FLAG
           ELSE
               MOVE SPACES TO DL-FLAG
           END-IF
       END-IF.
       MOVE SPACES TO REPORT-LINE.
       MOVE DETAIL-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       ADD WORKED-OVERTIME TO DEPT-OVERTIME-HOURS.
       ADD WORKED-TOTAL TO GRAND-TOTAL-HOURS.
       ADD WORKED-OVERTIME TO GRAND-OVERTIME-HOURS.
       ADD WORKED-UNAUTHORIZED TO DEPT-UNAUTHORIZED-HOURS.
       ADD WORKED-UNAUTHORIZED TO GRAND-UNAUTHORIZED-HOURS.
       MOVE SPACES TO OVERTIME-RECORD.
       MOVE TALLY-EMPLOYEE-ID (TALLY-INDEX) TO OT-EMPLOYEE-ID.
       MOVE WORKED-TOTAL TO OT-TOTAL-HOURS.
       MOVE WORKED-OVERTIME TO OT-OVERTIME-HOURS.
       MOVE WORKED-AUTHORIZED TO OT-AUTHORIZED-HOURS.
       MOVE WORKED-UNAUTHORIZED TO OT-UNAUTHORIZED-HOURS.
       MOVE WEEK-END-DATE TO OT-WEEK-END.
       MOVE TODAYS-DATE TO OT-RUN-DATE.
       MOVE RUN-TIME TO OT-RUN-TIME.
       WRITE OVERTIME-RECORD.
       ADD 1 TO EMPLOYEES-LISTED.
       IF AUTHORIZATIONS-ON-FILE = "Y"
           PERFORM HOLD-THE-UNAUTHORIZED
               THRU HOLD-THE-UNAUTHORIZED-EXIT.

      *Overtime up to the hours approved for the week is authorized;
      *the rest is not.
       SPLIT-THE-OVERTIME.
       IF AUTHORIZATIONS-ON-FILE = "N"
           MOVE WORKED-OVERTIME TO WORKED-AUTHORIZED
       ELSE
           IF WORKED-OVERTIME > TALLY-APPROVED (TALLY-INDEX)
               MOVE TALLY-APPROVED (TALLY-INDEX) TO WORKED-AUTHORIZED
           ELSE
               MOVE WORKED-OVERTIME TO WORKED-AUTHORIZED
           END-IF
       END-IF.
       SUBTRACT WORKED-AUTHORIZED FROM WORKED-OVERTIME
           GIVING WORKED-UNAUTHORIZED.

      *A rerun for the same week replaces what is still held - an
      *approval keyed since may have covered some or all of it.
      *Hours a supervisor has already released or that have been
      *paid are left as they are.
       HOLD-THE-UNAUTHORIZED.
       MOVE TALLY-EMPLOYEE-ID (TALLY-INDEX) TO OTHELD-EMPLOYEE-ID.
       MOVE WEEK-START-DATE TO OTHELD-WEEK-START.
       MOVE "Y" TO RECORD-FOUND.
       READ OVERTIME-HELD-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "Y"
           AND NOT OTHELD-HELD
           GO TO HOLD-THE-UNAUTHORIZED-EXIT.
       IF WORKED-UNAUTHORIZED = ZERO
           IF RECORD-FOUND = "Y"
               DELETE OVERTIME-HELD-FILE RECORD
                   INVALID KEY
                       DISPLAY "Error clearing held overtime for "
                           OTHELD-EMPLOYEE-ID "."
               END-DELETE
           END-IF
           GO TO HOLD-THE-UNAUTHORIZED-EXIT.
       IF RECORD-FOUND = "N"
           MOVE SPACES TO OVERTIME-HELD-RECORD
           MOVE TALLY-EMPLOYEE-ID (TALLY-INDEX) TO OTHELD-EMPLOYEE-ID
           MOVE WEEK-START-DATE TO OTHELD-WEEK-START
           MOVE ZERO TO OTHELD-RELEASED-DATE
           MOVE ZERO TO OTHELD-PAY-PERIOD
           MOVE ZERO TO OTHELD-PAY-DATE
           MOVE "H" TO OTHELD-STATUS.
       MOVE WEEK-END-DATE TO OTHELD-WEEK-END.
       MOVE TALLY-MANAGER-ID (TALLY-INDEX) TO OTHELD-SUPERVISOR-ID.
       MOVE WORKED-OVERTIME TO OTHELD-OVERTIME-HOURS.
       MOVE WORKED-AUTHORIZED TO OTHELD-AUTHORIZED-HOURS.
       MOVE WORKED-UNAUTHORIZED TO OTHELD-HOURS.
       IF RECORD-FOUND = "Y"
           REWRITE OVERTIME-HELD-RECORD
               INVALID KEY
                   DISPLAY "Error updating held overtime for "
                       OTHELD-EMPLOYEE-ID "."
           END-REWRITE
       ELSE
           WRITE OVERTIME-HELD-RECORD
               INVALID KEY
                   DISPLAY "Error holding overtime for "
                       OTHELD-EMPLOYEE-ID "."
           END-WRITE.
       ADD 1 TO EMPLOYEES-HELD.
       HOLD-THE-UNAUTHORIZED-EXIT.
       EXIT.

       READ-NEXT-HOURS-LINE.
       READ HOURS-FILE
