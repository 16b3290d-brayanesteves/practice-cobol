       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuccessionPlanning.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "SkillPhysicalFile.cbl".
       COPY "CriticalPositionPhysicalFile.cbl".
       COPY "SuccessorPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "SkillLogicFile.cbl".
       COPY "CriticalPositionLogicFile.cbl".
       COPY "SuccessorLogicFile.cbl".
       COPY "SessionLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  SKILL-FILE-STATUS PIC X(2).
       01  CRITICAL-POSITION-STATUS PIC X(2).
       01  SUCCESSOR-FILE-STATUS PIC X(2).
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
       01  SIGNED-ON-ROLE PIC X(1) VALUE SPACES.
       77  MENU-CHOICE PIC X.
       77  EXIT-PLANNING PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  READ-ALL PIC X.
       77  ENTRY-COUNT PIC 9(4) VALUE ZERO.
       77  ENTRY-COUNT-DISPLAY PIC ZZZ9.
       01  TODAYS-DATE PIC 9(8).
       01  WANTED-EMPLOYEE-ID PIC 9(6).
       01  WANTED-DEPARTMENT PIC X(20).
       01  WANTED-JOB-TITLE PIC X(20).
       01  NAMING-MANAGER-ID PIC 9(6).
       01  MANAGES-AN-INCUMBENT PIC X.
       01  ENTERED-LEVEL PIC X(1).
       01  SLOT-INDEX PIC 9(1).
       01  END-OF-SLOTS PIC X.

      *How many of the position's required skills an employee holds
      *at the level asked for.
       01  MATCH-EMPLOYEE-ID PIC 9(6).
       01  SKILLS-NEEDED PIC 9(1).
       01  SKILLS-MET PIC 9(1).

       PROCEDURE DIVISION.
      *Keeps the skills inventory - each employee's skills at a
      *level from 1 to 5 - the list of critical positions by
      *department and job title with the skills they need, and
      *the successors managers name for them with how ready each
      *one is. A successor may only be named by the manager of
      *someone holding the role, or on a supervisor sign-on. The
      *succession report reads all three.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
       PERFORM ACCEPT-MENU-CHOICE
           UNTIL EXIT-PLANNING = "Y".
       PERFORM CLOSING-PROCEDURE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       PERFORM READ-SESSION-NOTE.
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
           MOVE "Y" TO EXIT-PLANNING
           GO TO OPENING-PROCEDURE-EXIT.
      *The three planning files are built the first time they are
      *needed, the same way EMPLOYEES-FILE is.
       OPEN I-O SKILL-FILE.
       IF SKILL-FILE-STATUS = "35"
           OPEN OUTPUT SKILL-FILE
           CLOSE SKILL-FILE
           OPEN I-O SKILL-FILE.
       OPEN I-O CRITICAL-POSITION-FILE.
       IF CRITICAL-POSITION-STATUS = "35"
           OPEN OUTPUT CRITICAL-POSITION-FILE
           CLOSE CRITICAL-POSITION-FILE
           OPEN I-O CRITICAL-POSITION-FILE.
       OPEN I-O SUCCESSOR-FILE.
       IF SUCCESSOR-FILE-STATUS = "35"
           OPEN OUTPUT SUCCESSOR-FILE
           CLOSE SUCCESSOR-FILE
           OPEN I-O SUCCESSOR-FILE.
       OPENING-PROCEDURE-EXIT.
       EXIT.

       CLOSING-PROCEDURE.
       IF EMPLOYEES-FILE-STATUS = "00"
           CLOSE EMPLOYEES-FILE
           CLOSE SKILL-FILE
           CLOSE CRITICAL-POSITION-FILE
           CLOSE SUCCESSOR-FILE.

      *Picks up the identity the sign-on program left behind, so
      *every assessment names who made it.
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

       ACCEPT-MENU-CHOICE.
       DISPLAY " ".
       DISPLAY "Skills and succession planning".
       DISPLAY "S-Record a skill  K-List an employee's skills"
           "  C-Define a critical position".
       DISPLAY "P-List the critical positions  N-Name a successor"
           "  R-Remove a successor".
       DISPLAY "L-List a position's successors  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "S"
           WHEN "s"
               PERFORM RECORD-A-SKILL THRU RECORD-A-SKILL-EXIT
           WHEN "K"
           WHEN "k"
               PERFORM LIST-EMPLOYEE-SKILLS
           WHEN "C"
           WHEN "c"
               PERFORM DEFINE-A-POSITION THRU DEFINE-A-POSITION-EXIT
           WHEN "P"
           WHEN "p"
               PERFORM LIST-THE-POSITIONS
           WHEN "N"
           WHEN "n"
               PERFORM NAME-A-SUCCESSOR THRU NAME-A-SUCCESSOR-EXIT
           WHEN "R"
           WHEN "r"
               PERFORM REMOVE-A-SUCCESSOR
                   THRU REMOVE-A-SUCCESSOR-EXIT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-THE-SUCCESSORS
                   THRU LIST-THE-SUCCESSORS-EXIT
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-PLANNING
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

      *A level of zero takes the skill off the employee's record.
       RECORD-A-SKILL.
       DISPLAY "ENTER the employee ID: ".
       ACCEPT WANTED-EMPLOYEE-ID.
       MOVE WANTED-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               DISPLAY "No record was found with that ID."
               GO TO RECORD-A-SKILL-EXIT
       END-READ.
       MOVE WANTED-EMPLOYEE-ID TO SKILL-EMPLOYEE-ID.
       DISPLAY "ENTER the skill code: ".
       ACCEPT SKILL-CODE.
       IF SKILL-CODE = SPACES
           DISPLAY "A skill code is needed."
           GO TO RECORD-A-SKILL-EXIT.
       MOVE "Y" TO RECORD-FOUND.
       READ SKILL-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "Y"
           DISPLAY "On file at level " SKILL-LEVEL
               ", assessed " SKILL-ASSESSED-DATE.
       DISPLAY "ENTER the level (1 learning to 5 expert,"
           " 0 to remove): ".
       ACCEPT ENTERED-LEVEL.
       IF ENTERED-LEVEL NOT NUMERIC
           OR ENTERED-LEVEL > "5"
           DISPLAY "The level must be 0 to 5 - skill not saved."
           GO TO RECORD-A-SKILL-EXIT.
       IF ENTERED-LEVEL = "0"
           IF RECORD-FOUND = "Y"
               DELETE SKILL-FILE RECORD
                   INVALID KEY
                       DISPLAY "Error removing the skill."
                   NOT INVALID KEY
                       DISPLAY "Skill removed."
               END-DELETE
           ELSE
               DISPLAY "The employee does not have that skill."
           END-IF
           GO TO RECORD-A-SKILL-EXIT.
       MOVE ENTERED-LEVEL TO SKILL-LEVEL.
       MOVE TODAYS-DATE TO SKILL-ASSESSED-DATE.
       MOVE SIGNED-ON-OPERATOR TO SKILL-ASSESSED-BY.
       IF RECORD-FOUND = "Y"
           REWRITE SKILL-RECORD
               INVALID KEY
                   DISPLAY "Error updating the skill."
               NOT INVALID KEY
                   DISPLAY "Skill updated."
           END-REWRITE
       ELSE
           WRITE SKILL-RECORD
               INVALID KEY
                   DISPLAY "Error recording the skill."
               NOT INVALID KEY
                   DISPLAY "Skill recorded."
           END-WRITE.
       RECORD-A-SKILL-EXIT.
       EXIT.

       LIST-EMPLOYEE-SKILLS.
       DISPLAY "ENTER the employee ID: ".
       ACCEPT WANTED-EMPLOYEE-ID.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE WANTED-EMPLOYEE-ID TO SKILL-EMPLOYEE-ID.
       MOVE SPACES TO SKILL-CODE.
       MOVE "0" TO READ-ALL.
       START SKILL-FILE
           KEY IS NOT LESS THAN SKILL-KEY
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-SKILL.
       PERFORM LIST-ONE-SKILL
           UNTIL READ-ALL = "1".
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Skills on file: " ENTRY-COUNT-DISPLAY.

       LIST-ONE-SKILL.
       IF SKILL-EMPLOYEE-ID NOT = WANTED-EMPLOYEE-ID
           MOVE "1" TO READ-ALL
       ELSE
           DISPLAY "  " SKILL-CODE "  LEVEL " SKILL-LEVEL
               "  ASSESSED " SKILL-ASSESSED-DATE
               " BY " SKILL-ASSESSED-BY
           ADD 1 TO ENTRY-COUNT
           PERFORM READ-NEXT-SKILL.

       READ-NEXT-SKILL.
       READ SKILL-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

      *Defining a position that is already on the list replaces its
      *description and required skills.
       DEFINE-A-POSITION.
       PERFORM ACCEPT-THE-POSITION.
       MOVE "Y" TO RECORD-FOUND.
       READ CRITICAL-POSITION-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "Y"
           DISPLAY "Already critical - the new details replace the"
               " old ones."
           PERFORM SHOW-ONE-POSITION.
       MOVE SPACES TO CRITICAL-POSITION-RECORD.
       MOVE WANTED-DEPARTMENT TO CRITPOS-DEPARTMENT.
       MOVE WANTED-JOB-TITLE TO CRITPOS-JOB-TITLE.
       DISPLAY "ENTER the description: ".
       ACCEPT CRITPOS-DESCRIPTION.
       MOVE 1 TO SLOT-INDEX.
       MOVE "N" TO END-OF-SLOTS.
       PERFORM ACCEPT-ONE-REQUIRED-SKILL
           UNTIL END-OF-SLOTS = "Y".
       IF RECORD-FOUND = "Y"
           REWRITE CRITICAL-POSITION-RECORD
               INVALID KEY
                   DISPLAY "Error updating the position."
               NOT INVALID KEY
                   DISPLAY "Critical position updated."
           END-REWRITE
       ELSE
           WRITE CRITICAL-POSITION-RECORD
               INVALID KEY
                   DISPLAY "Error adding the position."
               NOT INVALID KEY
                   DISPLAY "Critical position added."
           END-WRITE.
       DEFINE-A-POSITION-EXIT.
       EXIT.

       ACCEPT-ONE-REQUIRED-SKILL.
       DISPLAY "ENTER required skill " SLOT-INDEX
           " (blank when done): ".
       ACCEPT CRITPOS-SKILL-CODE (SLOT-INDEX).
       IF CRITPOS-SKILL-CODE (SLOT-INDEX) = SPACES
           MOVE ZERO TO CRITPOS-MIN-LEVEL (SLOT-INDEX)
           MOVE "Y" TO END-OF-SLOTS
       ELSE
           DISPLAY "ENTER the minimum level (1 to 5): "
           ACCEPT ENTERED-LEVEL
           IF ENTERED-LEVEL NOT NUMERIC
               OR ENTERED-LEVEL < "1"
               OR ENTERED-LEVEL > "5"
               DISPLAY "The level must be 1 to 5 - taken as 3."
               MOVE "3" TO ENTERED-LEVEL
           END-IF
           MOVE ENTERED-LEVEL TO CRITPOS-MIN-LEVEL (SLOT-INDEX)
           IF SLOT-INDEX = 5
               MOVE "Y" TO END-OF-SLOTS
           ELSE
               ADD 1 TO SLOT-INDEX
           END-IF.
       IF END-OF-SLOTS = "Y"
           PERFORM CLEAR-ONE-UNUSED-SLOT
               UNTIL SLOT-INDEX = 5.

       CLEAR-ONE-UNUSED-SLOT.
       ADD 1 TO SLOT-INDEX.
       MOVE SPACES TO CRITPOS-SKILL-CODE (SLOT-INDEX).
       MOVE ZERO TO CRITPOS-MIN-LEVEL (SLOT-INDEX).

       ACCEPT-THE-POSITION.
       DISPLAY "ENTER the department: ".
       ACCEPT WANTED-DEPARTMENT.
       DISPLAY "ENTER the job title: ".
       ACCEPT WANTED-JOB-TITLE.
       MOVE WANTED-DEPARTMENT TO CRITPOS-DEPARTMENT.
       MOVE WANTED-JOB-TITLE TO CRITPOS-JOB-TITLE.

       LIST-THE-POSITIONS.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE LOW-VALUES TO CRITPOS-KEY.
       MOVE "0" TO READ-ALL.
       START CRITICAL-POSITION-FILE
           KEY IS NOT LESS THAN CRITPOS-KEY
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-POSITION.
       PERFORM LIST-ONE-POSITION
           UNTIL READ-ALL = "1".
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Critical positions: " ENTRY-COUNT-DISPLAY.

       LIST-ONE-POSITION.
       PERFORM SHOW-ONE-POSITION.
       ADD 1 TO ENTRY-COUNT.
       PERFORM READ-NEXT-POSITION.

       SHOW-ONE-POSITION.
       DISPLAY "  " CRITPOS-DEPARTMENT " " CRITPOS-JOB-TITLE
           " " CRITPOS-DESCRIPTION.
       MOVE 1 TO SLOT-INDEX.
       PERFORM SHOW-ONE-REQUIRED-SKILL 5 TIMES.

       SHOW-ONE-REQUIRED-SKILL.
       IF CRITPOS-SKILL-CODE (SLOT-INDEX) NOT = SPACES
           DISPLAY "      NEEDS " CRITPOS-SKILL-CODE (SLOT-INDEX)
               " AT LEVEL " CRITPOS-MIN-LEVEL (SLOT-INDEX).
       ADD 1 TO SLOT-INDEX.

       READ-NEXT-POSITION.
       READ CRITICAL-POSITION-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       NAME-A-SUCCESSOR.
       PERFORM ACCEPT-THE-POSITION.
       READ CRITICAL-POSITION-FILE RECORD
           INVALID KEY
               DISPLAY "That role is not on the critical list."
               GO TO NAME-A-SUCCESSOR-EXIT
       END-READ.
       DISPLAY "ENTER your employee ID (the naming manager): ".
       ACCEPT NAMING-MANAGER-ID.
       MOVE NAMING-MANAGER-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               DISPLAY "No record was found with that ID."
               GO TO NAME-A-SUCCESSOR-EXIT
       END-READ.
       IF SIGNED-ON-ROLE NOT = "S"
           PERFORM CHECK-THE-MANAGER
           IF MANAGES-AN-INCUMBENT = "N"
               DISPLAY "Only the manager of someone in the role can"
                   " name its successors - or a supervisor sign-on."
               GO TO NAME-A-SUCCESSOR-EXIT
           END-IF.
       DISPLAY "ENTER the successor's employee ID: ".
       ACCEPT WANTED-EMPLOYEE-ID.
       MOVE WANTED-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               DISPLAY "No record was found with that ID."
               GO TO NAME-A-SUCCESSOR-EXIT
       END-READ.
       IF NOT EMPLOYEES-ACTIVE AND NOT EMPLOYEES-ON-LEAVE
           DISPLAY "A successor must be a current employee."
           GO TO NAME-A-SUCCESSOR-EXIT.
       IF EMPLOYEES-DEPARTMENT = WANTED-DEPARTMENT
           AND EMPLOYEES-JOB-TITLE = WANTED-JOB-TITLE
           DISPLAY "That employee already holds the role."
           GO TO NAME-A-SUCCESSOR-EXIT.
       MOVE WANTED-EMPLOYEE-ID TO MATCH-EMPLOYEE-ID.
       PERFORM COUNT-THE-SKILLS-MET.
       DISPLAY EMPLOYEES-NAME " meets " SKILLS-MET " of "
           SKILLS-NEEDED " required skills.".
       MOVE WANTED-DEPARTMENT TO SUCC-DEPARTMENT.
       MOVE WANTED-JOB-TITLE TO SUCC-JOB-TITLE.
       MOVE WANTED-EMPLOYEE-ID TO SUCC-EMPLOYEE-ID.
       MOVE "Y" TO RECORD-FOUND.
       READ SUCCESSOR-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "Y"
           DISPLAY "Already named, readiness " SUCC-READINESS
               " - the new rating replaces it.".
       DISPLAY "ENTER the readiness (R ready now, S in one to two"
           " years, L later): ".
       ACCEPT SUCC-READINESS.
       INSPECT SUCC-READINESS CONVERTING "rsl" TO "RSL".
       IF NOT SUCC-READY-NOW
           AND NOT SUCC-READY-SOON
           AND NOT SUCC-READY-LATER
           DISPLAY "Readiness must be R, S or L - successor not"
               " saved."
           GO TO NAME-A-SUCCESSOR-EXIT.
       MOVE NAMING-MANAGER-ID TO SUCC-NAMED-BY.
       MOVE TODAYS-DATE TO SUCC-NAMED-DATE.
       IF RECORD-FOUND = "Y"
           REWRITE SUCCESSOR-RECORD
               INVALID KEY
                   DISPLAY "Error updating the successor."
               NOT INVALID KEY
                   DISPLAY "Successor updated."
           END-REWRITE
       ELSE
           WRITE SUCCESSOR-RECORD
               INVALID KEY
                   DISPLAY "Error naming the successor."
               NOT INVALID KEY
                   DISPLAY "Successor named."
           END-WRITE.
       NAME-A-SUCCESSOR-EXIT.
       EXIT.

      *Looks through the master for anyone holding the role who
      *reports to the naming manager.
       CHECK-THE-MANAGER.
       MOVE "N" TO MANAGES-AN-INCUMBENT.
       MOVE ZERO TO EMPLOYEES-ID.
       MOVE "0" TO READ-ALL.
       START EMPLOYEES-FILE
           KEY IS NOT LESS THAN EMPLOYEES-ID
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-EMPLOYEE.
       PERFORM CHECK-ONE-EMPLOYEE
           UNTIL READ-ALL = "1".

       CHECK-ONE-EMPLOYEE.
       IF EMPLOYEES-DEPARTMENT = WANTED-DEPARTMENT
           AND EMPLOYEES-JOB-TITLE = WANTED-JOB-TITLE
           AND EMPLOYEES-MANAGER-ID = NAMING-MANAGER-ID
           AND NOT EMPLOYEES-TERMINATED
           MOVE "Y" TO MANAGES-AN-INCUMBENT
           MOVE "1" TO READ-ALL
       ELSE
           PERFORM READ-NEXT-EMPLOYEE.

       READ-NEXT-EMPLOYEE.
       READ EMPLOYEES-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       COUNT-THE-SKILLS-MET.
       MOVE ZERO TO SKILLS-NEEDED.
       MOVE ZERO TO SKILLS-MET.
       MOVE 1 TO SLOT-INDEX.
       PERFORM CHECK-ONE-REQUIRED-SKILL 5 TIMES.

       CHECK-ONE-REQUIRED-SKILL.
       IF CRITPOS-SKILL-CODE (SLOT-INDEX) NOT = SPACES
           ADD 1 TO SKILLS-NEEDED
           MOVE MATCH-EMPLOYEE-ID TO SKILL-EMPLOYEE-ID
           MOVE CRITPOS-SKILL-CODE (SLOT-INDEX) TO SKILL-CODE
           READ SKILL-FILE RECORD
               INVALID KEY
                   MOVE ZERO TO SKILL-LEVEL
           END-READ
           IF SKILL-LEVEL NOT < CRITPOS-MIN-LEVEL (SLOT-INDEX)
               ADD 1 TO SKILLS-MET
           END-IF.
       ADD 1 TO SLOT-INDEX.

       REMOVE-A-SUCCESSOR.
       PERFORM ACCEPT-THE-POSITION.
       DISPLAY "ENTER the successor's employee ID: ".
       ACCEPT WANTED-EMPLOYEE-ID.
       MOVE WANTED-DEPARTMENT TO SUCC-DEPARTMENT.
       MOVE WANTED-JOB-TITLE TO SUCC-JOB-TITLE.
       MOVE WANTED-EMPLOYEE-ID TO SUCC-EMPLOYEE-ID.
       DELETE SUCCESSOR-FILE RECORD
           INVALID KEY
               DISPLAY "That employee is not named for the role."
               GO TO REMOVE-A-SUCCESSOR-EXIT
       END-DELETE.
       DISPLAY "Successor removed.".
       REMOVE-A-SUCCESSOR-EXIT.
       EXIT.

       LIST-THE-SUCCESSORS.
       PERFORM ACCEPT-THE-POSITION.
       READ CRITICAL-POSITION-FILE RECORD
           INVALID KEY
               DISPLAY "That role is not on the critical list."
               GO TO LIST-THE-SUCCESSORS-EXIT
       END-READ.
       PERFORM SHOW-ONE-POSITION.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE WANTED-DEPARTMENT TO SUCC-DEPARTMENT.
       MOVE WANTED-JOB-TITLE TO SUCC-JOB-TITLE.
       MOVE ZERO TO SUCC-EMPLOYEE-ID.
       MOVE "0" TO READ-ALL.
       START SUCCESSOR-FILE
           KEY IS NOT LESS THAN SUCC-KEY
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-SUCCESSOR.
       PERFORM LIST-ONE-SUCCESSOR
           UNTIL READ-ALL = "1".
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Successors named: " ENTRY-COUNT-DISPLAY.
       LIST-THE-SUCCESSORS-EXIT.
       EXIT.

       LIST-ONE-SUCCESSOR.
       IF SUCC-DEPARTMENT NOT = WANTED-DEPARTMENT
           OR SUCC-JOB-TITLE NOT = WANTED-JOB-TITLE
           MOVE "1" TO READ-ALL
       ELSE
           MOVE SUCC-EMPLOYEE-ID TO EMPLOYEES-ID
           READ EMPLOYEES-FILE RECORD
               INVALID KEY
                   MOVE "(NOT ON MASTER)" TO EMPLOYEES-NAME
           END-READ
           MOVE SUCC-EMPLOYEE-ID TO MATCH-EMPLOYEE-ID
           PERFORM COUNT-THE-SKILLS-MET
           DISPLAY "  " SUCC-EMPLOYEE-ID " " EMPLOYEES-NAME
               "  READINESS " SUCC-READINESS
               "  SKILLS " SKILLS-MET "/" SKILLS-NEEDED
               "  NAMED BY " SUCC-NAMED-BY
           ADD 1 TO ENTRY-COUNT
           PERFORM READ-NEXT-SUCCESSOR.

       READ-NEXT-SUCCESSOR.
       READ SUCCESSOR-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM SuccessionPlanning.
