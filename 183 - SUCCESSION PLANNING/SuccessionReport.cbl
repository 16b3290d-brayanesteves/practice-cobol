       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuccessionReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "SkillPhysicalFile.cbl".
       COPY "CriticalPositionPhysicalFile.cbl".
       COPY "SuccessorPhysicalFile.cbl".

       SELECT SUCCESSION-REPORT-FILE
       ASSIGN TO "succession.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "SkillLogicFile.cbl".
       COPY "CriticalPositionLogicFile.cbl".
       COPY "SuccessorLogicFile.cbl".

       FD SUCCESSION-REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  SKILL-FILE-STATUS PIC X(2).
       01  CRITICAL-POSITION-STATUS PIC X(2).
       01  SUCCESSOR-FILE-STATUS PIC X(2).
       01  SKILLS-PRESENT PIC X VALUE "N".
       01  SUCCESSORS-PRESENT PIC X VALUE "N".
       01  READ-ALL PIC X.
       01  SUCCESSORS-DONE PIC X.
       77  RECORD-FOUND PIC X.
       01  TODAYS-DATE-PARTS.
           05  TODAYS-YEAR PIC 9(4).
           05  TODAYS-MMDD PIC 9(4).
       01  BIRTH-DATE-PARTS.
           05  BIRTH-YEAR PIC 9(4).
           05  BIRTH-MMDD PIC 9(4).

      *The age retirement is assumed at; RETIREMENT_AGE in the
      *environment overrides the default, as it does for the
      *retirement forecast.
       01  RETIREMENT-AGE PIC 9(2) VALUE 65.
       01  RETIREMENT-AGE-WANTED PIC X(2) VALUE SPACES.
       01  RETIREMENT-YEAR PIC 9(4).
       01  HORIZON-LAST-YEAR PIC 9(4).
       01  RETIREMENT-FLAG PIC X(12).

      *The critical positions, loaded before the master is read so
      *one pass finds every incumbent.
       01  POS-LIMIT PIC 9(3) VALUE 100.
       01  POS-COUNT PIC 9(3) VALUE ZERO.
       01  POS-INDEX PIC 9(3).
       01  POS-WAS-FOUND PIC X.
       01  POS-TABLE.
           05  POS-ENTRY OCCURS 100 TIMES.
               10  POS-DEPARTMENT PIC X(20).
               10  POS-JOB-TITLE PIC X(20).
               10  POS-READY-COUNT PIC 9(3).
               10  POS-ELIGIBLE-COUNT PIC 9(3).
               10  POS-INCUMBENT-COUNT PIC 9(3).

       01  ROW-LIMIT PIC 9(3) VALUE 500.
       01  ROW-COUNT PIC 9(3) VALUE ZERO.
       01  ROW-INDEX PIC 9(3).
       01  ROW-TABLE.
           05  ROW-ENTRY OCCURS 500 TIMES.
               10  ROW-POSITION PIC 9(3).
               10  ROW-EMPLOYEE-ID PIC 9(6).
               10  ROW-NAME PIC X(25).
               10  ROW-RETIREMENT-FLAG PIC X(12).

       01  SLOT-INDEX PIC 9(1).
       01  SKILLS-NEEDED PIC 9(1).
       01  SKILLS-MET PIC 9(1).
       01  GAP-COUNT PIC 9(3) VALUE ZERO.
       01  COUNT-DISPLAY PIC ZZ9.

       01  HEADING-LINE-1.
           05  FILLER PIC X(42)
               VALUE "SUCCESSION PLAN - CRITICAL POSITIONS".
           05  FILLER PIC X(10) VALUE "RUN DATE:".
           05  HL1-RUN-DATE PIC 9(8).
           05  FILLER PIC X(18) VALUE "  RETIREMENT AGE:".
           05  HL1-AGE PIC Z9.

       01  POSITION-LINE.
           05  FILLER PIC X(10) VALUE "POSITION:".
           05  PL-DEPARTMENT PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PL-JOB-TITLE PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PL-DESCRIPTION PIC X(25).

       01  REQUIRED-LINE.
           05  FILLER PIC X(17) VALUE "  SKILLS NEEDED:".
           05  RL-SKILL OCCURS 5 TIMES.
               10  RL-SKILL-CODE PIC X(6).
               10  RL-SEPARATOR PIC X(1).
               10  RL-MIN-LEVEL PIC X(1).
               10  FILLER PIC X(2) VALUE SPACES.

       01  SECTION-LINE.
           05  FILLER PIC X(4) VALUE SPACES.
           05  SL-TITLE PIC X(40).

       01  INCUMBENT-LINE.
           05  FILLER PIC X(6) VALUE SPACES.
           05  IL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  IL-NAME PIC X(25).
           05  FILLER PIC X(2) VALUE SPACES.
           05  FILLER PIC X(12) VALUE "RETIREMENT:".
           05  IL-RETIREMENT-FLAG PIC X(12).

       01  SUCCESSOR-LINE.
           05  FILLER PIC X(6) VALUE SPACES.
           05  SCL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  SCL-NAME PIC X(25).
           05  FILLER PIC X(2) VALUE SPACES.
           05  SCL-READINESS PIC X(16).
           05  FILLER PIC X(8) VALUE "SKILLS:".
           05  SCL-SKILLS-MET PIC 9.
           05  FILLER PIC X(1) VALUE "/".
           05  SCL-SKILLS-NEEDED PIC 9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  SCL-NOTE PIC X(20).

       01  GAP-HEADING-LINE.
           05  FILLER PIC X(40)
               VALUE "ROLES WITH NO READY SUCCESSOR".

       01  GAP-LINE.
           05  GL-DEPARTMENT PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  GL-JOB-TITLE PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  FILLER PIC X(12) VALUE "INCUMBENTS:".
           05  GL-INCUMBENTS PIC ZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  FILLER PIC X(22) VALUE "RETIREMENT-ELIGIBLE:".
           05  GL-ELIGIBLE PIC ZZ9.

       PROCEDURE DIVISION.
      *Every critical position with the people in it - each flagged
      *when already at retirement age or crossing it inside five
      *years - and the successors named for it with their readiness
      *and how many of the role's required skills they hold. A role
      *with no successor ready now is flagged where it prints and
      *listed again at the end, with how many of its incumbents
      *could retire.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           PERFORM LOAD-THE-POSITIONS
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-EMPLOYEE
           PERFORM JUDGE-ONE-EMPLOYEE
               UNTIL READ-ALL = "1"
           PERFORM WRITE-THE-POSITIONS
           PERFORM WRITE-THE-GAPS.
       PERFORM CLOSING-PROCEDURE.
       IF RETURN-CODE = ZERO
           MOVE GAP-COUNT TO COUNT-DISPLAY
           DISPLAY "Succession report written: " COUNT-DISPLAY
               " roles with no ready successor (succession.rpt).".
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE-PARTS FROM DATE YYYYMMDD.
       ACCEPT RETIREMENT-AGE-WANTED FROM ENVIRONMENT
           "RETIREMENT_AGE".
       IF RETIREMENT-AGE-WANTED NOT = SPACES
           INSPECT RETIREMENT-AGE-WANTED
               REPLACING LEADING " " BY "0"
           MOVE RETIREMENT-AGE-WANTED TO RETIREMENT-AGE.
       COMPUTE HORIZON-LAST-YEAR = TODAYS-YEAR + 4.
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
           MOVE 1 TO RETURN-CODE.
       IF RETURN-CODE = ZERO
           OPEN INPUT CRITICAL-POSITION-FILE
           IF CRITICAL-POSITION-STATUS NOT = "00"
               DISPLAY "No critical positions on file - nothing to"
                   " report."
               MOVE 1 TO RETURN-CODE
               CLOSE EMPLOYEES-FILE
           END-IF.
       IF RETURN-CODE = ZERO
           OPEN INPUT SUCCESSOR-FILE
           IF SUCCESSOR-FILE-STATUS = "00"
               MOVE "Y" TO SUCCESSORS-PRESENT
           END-IF
           OPEN INPUT SKILL-FILE
           IF SKILL-FILE-STATUS = "00"
               MOVE "Y" TO SKILLS-PRESENT
           END-IF
           OPEN OUTPUT SUCCESSION-REPORT-FILE.

       CLOSING-PROCEDURE.
       IF RETURN-CODE = ZERO
           CLOSE EMPLOYEES-FILE
           CLOSE CRITICAL-POSITION-FILE
           CLOSE SUCCESSION-REPORT-FILE
           IF SUCCESSORS-PRESENT = "Y"
               CLOSE SUCCESSOR-FILE
           END-IF
           IF SKILLS-PRESENT = "Y"
               CLOSE SKILL-FILE
           END-IF.

       LOAD-THE-POSITIONS.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-POSITION.
       PERFORM LOAD-ONE-POSITION
           UNTIL READ-ALL = "1".

       LOAD-ONE-POSITION.
       IF POS-COUNT < POS-LIMIT
           ADD 1 TO POS-COUNT
           MOVE CRITPOS-DEPARTMENT TO POS-DEPARTMENT (POS-COUNT)
           MOVE CRITPOS-JOB-TITLE TO POS-JOB-TITLE (POS-COUNT)
           MOVE ZERO TO POS-READY-COUNT (POS-COUNT)
           MOVE ZERO TO POS-ELIGIBLE-COUNT (POS-COUNT)
           MOVE ZERO TO POS-INCUMBENT-COUNT (POS-COUNT).
       PERFORM READ-NEXT-POSITION.

       READ-NEXT-POSITION.
       READ CRITICAL-POSITION-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       JUDGE-ONE-EMPLOYEE.
       IF EMPLOYEES-ACTIVE OR EMPLOYEES-ON-LEAVE
           PERFORM FIND-THE-POSITION
           IF POS-WAS-FOUND = "Y"
               PERFORM COLLECT-ONE-INCUMBENT
                   THRU COLLECT-ONE-INCUMBENT-EXIT
           END-IF.
       PERFORM READ-NEXT-EMPLOYEE.

       FIND-THE-POSITION.
       MOVE "N" TO POS-WAS-FOUND.
       MOVE 1 TO POS-INDEX.
       PERFORM LOOK-FOR-POSITION
           UNTIL POS-WAS-FOUND = "Y"
           OR POS-INDEX > POS-COUNT.

       LOOK-FOR-POSITION.
       IF POS-DEPARTMENT (POS-INDEX) = EMPLOYEES-DEPARTMENT
           AND POS-JOB-TITLE (POS-INDEX) = EMPLOYEES-JOB-TITLE
           MOVE "Y" TO POS-WAS-FOUND
       ELSE
           ADD 1 TO POS-INDEX.

       COLLECT-ONE-INCUMBENT.
       IF ROW-COUNT >= ROW-LIMIT
           GO TO COLLECT-ONE-INCUMBENT-EXIT.
       ADD 1 TO ROW-COUNT.
       MOVE POS-INDEX TO ROW-POSITION (ROW-COUNT).
       MOVE EMPLOYEES-ID TO ROW-EMPLOYEE-ID (ROW-COUNT).
       MOVE EMPLOYEES-NAME TO ROW-NAME (ROW-COUNT).
       PERFORM WORK-OUT-RETIREMENT-FLAG.
       MOVE RETIREMENT-FLAG TO ROW-RETIREMENT-FLAG (ROW-COUNT).
       ADD 1 TO POS-INCUMBENT-COUNT (POS-INDEX).
       IF RETIREMENT-FLAG = "ELIGIBLE"
           ADD 1 TO POS-ELIGIBLE-COUNT (POS-INDEX).
       COLLECT-ONE-INCUMBENT-EXIT.
       EXIT.

      *Eligible once the retirement-age birthday has passed; within
      *five years on the same five-year look the retirement forecast
      *takes. A zero birth date was never captured.
       WORK-OUT-RETIREMENT-FLAG.
       IF EMPLOYEES-BIRTH-DATE = ZERO
           MOVE "NO BIRTHDATE" TO RETIREMENT-FLAG
       ELSE
           MOVE EMPLOYEES-BIRTH-DATE TO BIRTH-DATE-PARTS
           COMPUTE RETIREMENT-YEAR = BIRTH-YEAR + RETIREMENT-AGE
           IF RETIREMENT-YEAR < TODAYS-YEAR
               OR (RETIREMENT-YEAR = TODAYS-YEAR
                   AND BIRTH-MMDD NOT > TODAYS-MMDD)
               MOVE "ELIGIBLE" TO RETIREMENT-FLAG
           ELSE
               IF RETIREMENT-YEAR <= HORIZON-LAST-YEAR
                   MOVE "WITHIN 5 YRS" TO RETIREMENT-FLAG
               ELSE
                   MOVE "NO" TO RETIREMENT-FLAG
               END-IF
           END-IF.

       READ-NEXT-EMPLOYEE.
       READ EMPLOYEES-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       WRITE-THE-POSITIONS.
       MOVE TODAYS-DATE-PARTS TO HL1-RUN-DATE.
       MOVE RETIREMENT-AGE TO HL1-AGE.
       MOVE SPACES TO REPORT-LINE.
       MOVE HEADING-LINE-1 TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE 1 TO POS-INDEX.
       PERFORM WRITE-ONE-POSITION
           UNTIL POS-INDEX > POS-COUNT.

       WRITE-ONE-POSITION.
       MOVE POS-DEPARTMENT (POS-INDEX) TO CRITPOS-DEPARTMENT.
       MOVE POS-JOB-TITLE (POS-INDEX) TO CRITPOS-JOB-TITLE.
       READ CRITICAL-POSITION-FILE RECORD
           INVALID KEY
               MOVE SPACES TO CRITPOS-DESCRIPTION
       END-READ.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE CRITPOS-DEPARTMENT TO PL-DEPARTMENT.
       MOVE CRITPOS-JOB-TITLE TO PL-JOB-TITLE.
       MOVE CRITPOS-DESCRIPTION TO PL-DESCRIPTION.
       MOVE POSITION-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE 1 TO SLOT-INDEX.
       PERFORM FORMAT-ONE-REQUIRED-SKILL 5 TIMES.
       MOVE REQUIRED-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE "INCUMBENTS" TO SL-TITLE.
       MOVE SECTION-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       IF POS-INCUMBENT-COUNT (POS-INDEX) = ZERO
           MOVE "  (NOBODY IN THE ROLE)" TO SL-TITLE
           MOVE SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
       ELSE
           MOVE 1 TO ROW-INDEX
           PERFORM WRITE-ONE-INCUMBENT
               UNTIL ROW-INDEX > ROW-COUNT.
       MOVE "SUCCESSORS" TO SL-TITLE.
       MOVE SECTION-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       IF SUCCESSORS-PRESENT = "Y"
           PERFORM WRITE-THE-SUCCESSORS.
       IF POS-READY-COUNT (POS-INDEX) = ZERO
           MOVE "*** NO READY SUCCESSOR ***" TO SL-TITLE
           MOVE SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO GAP-COUNT.
       ADD 1 TO POS-INDEX.

       FORMAT-ONE-REQUIRED-SKILL.
       MOVE CRITPOS-SKILL-CODE (SLOT-INDEX)
           TO RL-SKILL-CODE (SLOT-INDEX).
       IF CRITPOS-SKILL-CODE (SLOT-INDEX) = SPACES
           MOVE SPACES TO RL-SEPARATOR (SLOT-INDEX)
           MOVE SPACES TO RL-MIN-LEVEL (SLOT-INDEX)
       ELSE
           MOVE "/" TO RL-SEPARATOR (SLOT-INDEX)
           MOVE CRITPOS-MIN-LEVEL (SLOT-INDEX)
               TO RL-MIN-LEVEL (SLOT-INDEX).
       ADD 1 TO SLOT-INDEX.

       WRITE-ONE-INCUMBENT.
       IF ROW-POSITION (ROW-INDEX) = POS-INDEX
           MOVE ROW-EMPLOYEE-ID (ROW-INDEX) TO IL-ID
           MOVE ROW-NAME (ROW-INDEX) TO IL-NAME
           MOVE ROW-RETIREMENT-FLAG (ROW-INDEX)
               TO IL-RETIREMENT-FLAG
           MOVE SPACES TO REPORT-LINE
           MOVE INCUMBENT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       ADD 1 TO ROW-INDEX.

      *A successor who has since left the company is still printed,
      *so the plan gets tidied, but does not count as ready.
       WRITE-THE-SUCCESSORS.
       MOVE CRITPOS-DEPARTMENT TO SUCC-DEPARTMENT.
       MOVE CRITPOS-JOB-TITLE TO SUCC-JOB-TITLE.
       MOVE ZERO TO SUCC-EMPLOYEE-ID.
       MOVE "N" TO SUCCESSORS-DONE.
       START SUCCESSOR-FILE
           KEY IS NOT LESS THAN SUCC-KEY
           INVALID KEY
               MOVE "Y" TO SUCCESSORS-DONE
       END-START.
       PERFORM WRITE-ONE-SUCCESSOR
           UNTIL SUCCESSORS-DONE = "Y".

       WRITE-ONE-SUCCESSOR.
       READ SUCCESSOR-FILE NEXT RECORD
           AT END
               MOVE "Y" TO SUCCESSORS-DONE
       END-READ.
       IF SUCCESSORS-DONE = "N"
           IF SUCC-DEPARTMENT NOT = CRITPOS-DEPARTMENT
               OR SUCC-JOB-TITLE NOT = CRITPOS-JOB-TITLE
               MOVE "Y" TO SUCCESSORS-DONE
           ELSE
               PERFORM FORMAT-ONE-SUCCESSOR
           END-IF.

       FORMAT-ONE-SUCCESSOR.
       MOVE SPACES TO SCL-NOTE.
       MOVE SUCC-EMPLOYEE-ID TO SCL-ID.
       MOVE SUCC-EMPLOYEE-ID TO EMPLOYEES-ID.
       MOVE "Y" TO RECORD-FOUND.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "N"
           MOVE "(NOT ON MASTER)" TO SCL-NAME
           MOVE "NO LONGER EMPLOYED" TO SCL-NOTE
       ELSE
           MOVE EMPLOYEES-NAME TO SCL-NAME
           IF NOT EMPLOYEES-ACTIVE AND NOT EMPLOYEES-ON-LEAVE
               MOVE "NO LONGER EMPLOYED" TO SCL-NOTE
               MOVE "N" TO RECORD-FOUND
           END-IF.
       IF SUCC-READY-NOW
           MOVE "READY NOW" TO SCL-READINESS
           IF RECORD-FOUND = "Y"
               ADD 1 TO POS-READY-COUNT (POS-INDEX)
           END-IF.
       IF SUCC-READY-SOON
           MOVE "READY 1-2 YEARS" TO SCL-READINESS.
       IF SUCC-READY-LATER
           MOVE "READY LATER" TO SCL-READINESS.
       PERFORM COUNT-THE-SKILLS-MET.
       MOVE SKILLS-MET TO SCL-SKILLS-MET.
       MOVE SKILLS-NEEDED TO SCL-SKILLS-NEEDED.
       MOVE SPACES TO REPORT-LINE.
       MOVE SUCCESSOR-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.

       COUNT-THE-SKILLS-MET.
       MOVE ZERO TO SKILLS-NEEDED.
       MOVE ZERO TO SKILLS-MET.
       MOVE 1 TO SLOT-INDEX.
       PERFORM CHECK-ONE-REQUIRED-SKILL 5 TIMES.

       CHECK-ONE-REQUIRED-SKILL.
       IF CRITPOS-SKILL-CODE (SLOT-INDEX) NOT = SPACES
           ADD 1 TO SKILLS-NEEDED
           MOVE ZERO TO SKILL-LEVEL
           IF SKILLS-PRESENT = "Y"
               MOVE SUCC-EMPLOYEE-ID TO SKILL-EMPLOYEE-ID
               MOVE CRITPOS-SKILL-CODE (SLOT-INDEX) TO SKILL-CODE
               READ SKILL-FILE RECORD
                   INVALID KEY
                       MOVE ZERO TO SKILL-LEVEL
               END-READ
           END-IF
           IF SKILL-LEVEL NOT < CRITPOS-MIN-LEVEL (SLOT-INDEX)
               ADD 1 TO SKILLS-MET
           END-IF.
       ADD 1 TO SLOT-INDEX.

       WRITE-THE-GAPS.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE GAP-HEADING-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE 1 TO POS-INDEX.
       PERFORM WRITE-ONE-GAP
           UNTIL POS-INDEX > POS-COUNT.

       WRITE-ONE-GAP.
       IF POS-READY-COUNT (POS-INDEX) = ZERO
           MOVE POS-DEPARTMENT (POS-INDEX) TO GL-DEPARTMENT
           MOVE POS-JOB-TITLE (POS-INDEX) TO GL-JOB-TITLE
           MOVE POS-INCUMBENT-COUNT (POS-INDEX) TO GL-INCUMBENTS
           MOVE POS-ELIGIBLE-COUNT (POS-INDEX) TO GL-ELIGIBLE
           MOVE SPACES TO REPORT-LINE
           MOVE GAP-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       ADD 1 TO POS-INDEX.

       END PROGRAM SuccessionReport.
