       COPY "PhysicalFile.cbl".
       COPY "AuditPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".
       COPY "AgeOutNoticePhysicalFile.cbl".
       COPY "AttendanceWarningPhysicalFile.cbl".
       COPY "BankChangeNoticePhysicalFile.cbl".

      *The letter template: ordinary text carrying substitution
      *tokens - &NAME, &LASTNAMES, &DEPARTMENT, &JOBTITLE,
      *&HIREDATE, &SALARY - one of which is filled per employee;
      *age-out notices also fill &DEPENDENT, &AGEOUTDATE and &PLAN;
      *attendance warnings fill &WARNING, &POINTS and &WARNDATE;
      *bank change notices fill &ACCTEND, &CHGDATE and &HOLDUNTIL.
      *&STREET, &CITY, &POSTCODE and &COUNTRY give the home address
      *for any letter that goes out by post.
      *LETTER_TEMPLATE in the environment picks the template file;
      *the default suits the offer letter kept in letters.tpl.
       SELECT TEMPLATE-FILE
       COPY "LogicFile.cbl".
       COPY "AuditLogicFile.cbl".
       COPY "SessionLogicFile.cbl".
       COPY "AgeOutNoticeLogicFile.cbl".
       COPY "AttendanceWarningLogicFile.cbl".
       COPY "BankChangeNoticeLogicFile.cbl".

       FD TEMPLATE-FILE.
       01 TEMPLATE-LINE PIC X(120).
       01  TEMPLATE-FILE-STATUS PIC X(2).
       01  TEMPLATE-FILE-NAME PIC X(40) VALUE "letters.tpl".
       01  SESSION-FILE-STATUS PIC X(2).
       01  AGE-OUT-NOTICE-STATUS PIC X(2).
       01  END-OF-NOTICES PIC X.
       01  ATTENDANCE-WARNING-STATUS PIC X(2).
       01  END-OF-WARNINGS PIC X.
       01  BANK-CHANGE-NOTICE-STATUS PIC X(2).
       01  END-OF-BANK-NOTICES PIC X.
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
       01  READ-ALL PIC X.
       01  END-OF-TEMPLATE PIC X.
       01  BUILT-LINE PIC X(120).
       01  TOKEN-TEXT PIC X(12).
       01  TOKEN-LENGTH PIC 9(2).
       01  VALUE-TEXT PIC X(35).
       01  VALUE-LENGTH PIC 9(2).
       01  SCAN-POSITION PIC 9(3).
       01  TOKEN-WAS-FOUND PIC X.
       01  SALARY-EDIT-TEXT PIC Z,ZZZ,ZZ9.99.
       01  DATE-EDIT-TEXT PIC X(8).
      *Filled only for an age-out notice; blank in any other letter.
       01  MERGE-DEPENDENT-NAME PIC X(25) VALUE SPACES.
       01  MERGE-AGE-OUT-DATE PIC X(8) VALUE SPACES.
       01  MERGE-PLAN-DESCRIPTION PIC X(20) VALUE SPACES.
      *Filled only for an attendance warning.
       01  MERGE-WARNING-DESCRIPTION PIC X(20) VALUE SPACES.
       01  MERGE-POINTS PIC X(6) VALUE SPACES.
       01  MERGE-WARNING-DATE PIC X(8) VALUE SPACES.
       01  POINTS-EDIT-TEXT PIC ZZ9.9.
      *Filled only for a bank detail change notice.
       01  MERGE-ACCOUNT-END PIC X(4) VALUE SPACES.
       01  MERGE-CHANGE-DATE PIC X(8) VALUE SPACES.
       01  MERGE-RELEASE-DATE PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
      *Merges the employee master into a letter template - offer
      *letters, probation confirmations, termination notices,
      *dependent age-out notices, attendance warnings, bank detail
      *change notices - so names stop being mistyped against the
      *master, and logs each letter issued to the audit trail as
      *proof of what was sent.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
           END-READ.
       CLOSE SESSION-FILE.

      *LETTER_SELECTION in the environment answers the question for
      *an unattended run, such as the age-out notices after the
      *monthly age-out job.
       GET-THE-SELECTION.
       ACCEPT SELECTION-CHOICE FROM ENVIRONMENT "LETTER_SELECTION".
       IF SELECTION-CHOICE = SPACES
           DISPLAY "Merge for - E one employee, D a whole"
               " department, A the age-out notices,"
               " W the attendance warnings,"
               " B the bank change notices: "
           ACCEPT SELECTION-CHOICE.
       IF SELECTION-CHOICE = "b"
           MOVE "B" TO SELECTION-CHOICE.
       IF SELECTION-CHOICE = "w"
           MOVE "W" TO SELECTION-CHOICE.
       IF SELECTION-CHOICE = "e"
           MOVE "E" TO SELECTION-CHOICE.
       IF SELECTION-CHOICE = "a"
           MOVE "A" TO SELECTION-CHOICE.
       EVALUATE SELECTION-CHOICE
           WHEN "A"
           WHEN "W"
           WHEN "B"
               CONTINUE
           WHEN "E"
               DISPLAY "ENTER the employee ID: "
               ACCEPT SELECTED-EMPLOYEE-ID
           WHEN OTHER
               MOVE "D" TO SELECTION-CHOICE
               DISPLAY "ENTER the department: "
               ACCEPT SELECTED-DEPARTMENT
       END-EVALUATE.

       MERGE-THE-SELECTION.
       EVALUATE SELECTION-CHOICE
           WHEN "A"
               PERFORM MERGE-THE-AGE-OUT-NOTICES
           WHEN "W"
               PERFORM MERGE-THE-ATTENDANCE-WARNINGS
           WHEN "B"
               PERFORM MERGE-THE-BANK-NOTICES
           WHEN "E"
               MOVE SELECTED-EMPLOYEE-ID TO EMPLOYEES-ID
               MOVE "Y" TO RECORD-FOUND
               READ EMPLOYEES-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND
               END-READ
               IF RECORD-FOUND = "Y"
                   PERFORM MERGE-ONE-LETTER
               ELSE
                   DISPLAY "No record was found with that ID."
               END-IF
           WHEN OTHER
               MOVE "0" TO READ-ALL
               PERFORM READ-NEXT-EMPLOYEE
               PERFORM JUDGE-ONE-EMPLOYEE
                   UNTIL READ-ALL = "1"
       END-EVALUATE.

      *One letter per line the age-out job left in ageoutnotice.dat,
      *addressed to the employee and naming the dependent.
       MERGE-THE-AGE-OUT-NOTICES.
       OPEN INPUT AGE-OUT-NOTICE-FILE.
       IF AGE-OUT-NOTICE-STATUS NOT = "00"
           DISPLAY "No ageoutnotice.dat on file - run the age-out"
               " job first."
       ELSE
           MOVE "N" TO END-OF-NOTICES
           PERFORM READ-NEXT-NOTICE
           PERFORM MERGE-ONE-NOTICE
               UNTIL END-OF-NOTICES = "Y"
           CLOSE AGE-OUT-NOTICE-FILE.

       MERGE-ONE-NOTICE.
       MOVE AON-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               DISPLAY "No record was found for notice ID "
                   AON-EMPLOYEE-ID "."
           NOT INVALID KEY
               MOVE AON-DEPENDENT-NAME TO MERGE-DEPENDENT-NAME
               MOVE AON-AGE-OUT-DATE TO MERGE-AGE-OUT-DATE
               MOVE AON-PLAN-DESCRIPTION TO MERGE-PLAN-DESCRIPTION
               PERFORM MERGE-ONE-LETTER
       END-READ.
       PERFORM READ-NEXT-NOTICE.

       READ-NEXT-NOTICE.
       READ AGE-OUT-NOTICE-FILE
       AT END MOVE "Y" TO END-OF-NOTICES.

      *One letter per line the weekly attendance points run left in
      *attwarning.dat, naming the warning and the points behind it.
       MERGE-THE-ATTENDANCE-WARNINGS.
       OPEN INPUT ATTENDANCE-WARNING-FILE.
       IF ATTENDANCE-WARNING-STATUS NOT = "00"
           DISPLAY "No attwarning.dat on file - run the attendance"
               " points job first."
       ELSE
           MOVE "N" TO END-OF-WARNINGS
           PERFORM READ-NEXT-WARNING
           PERFORM MERGE-ONE-WARNING
               UNTIL END-OF-WARNINGS = "Y"
           CLOSE ATTENDANCE-WARNING-FILE.

       MERGE-ONE-WARNING.
       MOVE ATW-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               DISPLAY "No record was found for warning ID "
                   ATW-EMPLOYEE-ID "."
           NOT INVALID KEY
               MOVE ATW-WARNING-DESCRIPTION
                   TO MERGE-WARNING-DESCRIPTION
               MOVE ATW-POINTS TO POINTS-EDIT-TEXT
               MOVE POINTS-EDIT-TEXT TO MERGE-POINTS
               MOVE ATW-AS-OF-DATE TO MERGE-WARNING-DATE
               PERFORM MERGE-ONE-LETTER
       END-READ.
       PERFORM READ-NEXT-WARNING.

       READ-NEXT-WARNING.
       READ ATTENDANCE-WARNING-FILE
       AT END MOVE "Y" TO END-OF-WARNINGS.

      *One letter per line the bank change worklist left in
      *bankchgnotice.dat, sent to the home address on file so the
      *employee hears of a change they may not have asked for.
      *The worklist only ever adds to the file, so once every
      *notice on it has been merged it is emptied here, and a
      *notice not yet merged waits for the next run.
       MERGE-THE-BANK-NOTICES.
       OPEN INPUT BANK-CHANGE-NOTICE-FILE.
       IF BANK-CHANGE-NOTICE-STATUS NOT = "00"
           DISPLAY "No bank change notices waiting - the bank"
               " change worklist has queued none."
           IF BANK-CHANGE-NOTICE-STATUS = "05"
               CLOSE BANK-CHANGE-NOTICE-FILE
           END-IF
       ELSE
           MOVE "N" TO END-OF-BANK-NOTICES
           PERFORM READ-NEXT-BANK-NOTICE
           PERFORM MERGE-ONE-BANK-NOTICE
               UNTIL END-OF-BANK-NOTICES = "Y"
           CLOSE BANK-CHANGE-NOTICE-FILE
           OPEN OUTPUT BANK-CHANGE-NOTICE-FILE
           CLOSE BANK-CHANGE-NOTICE-FILE.

       MERGE-ONE-BANK-NOTICE.
       MOVE BCN-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               DISPLAY "No record was found for bank notice ID "
                   BCN-EMPLOYEE-ID "."
           NOT INVALID KEY
               MOVE BCN-ACCOUNT-LAST-FOUR TO MERGE-ACCOUNT-END
               MOVE BCN-KEYED-DATE TO MERGE-CHANGE-DATE
               MOVE BCN-RELEASE-DATE TO MERGE-RELEASE-DATE
               PERFORM MERGE-ONE-LETTER
       END-READ.
       PERFORM READ-NEXT-BANK-NOTICE.

       READ-NEXT-BANK-NOTICE.
       READ BANK-CHANGE-NOTICE-FILE
       AT END MOVE "Y" TO END-OF-BANK-NOTICES.

       JUDGE-ONE-EMPLOYEE.
       IF EMPLOYEES-ACTIVE
       MOVE EMPLOYEES-SALARY TO SALARY-EDIT-TEXT.
       MOVE SALARY-EDIT-TEXT TO VALUE-TEXT.
       PERFORM SUBSTITUTE-ONE-TOKEN.
       MOVE "&DEPENDENT" TO TOKEN-TEXT.
       MOVE 10 TO TOKEN-LENGTH.
       MOVE MERGE-DEPENDENT-NAME TO VALUE-TEXT.
       PERFORM SUBSTITUTE-ONE-TOKEN.
       MOVE "&AGEOUTDATE" TO TOKEN-TEXT.
       MOVE 11 TO TOKEN-LENGTH.
       MOVE MERGE-AGE-OUT-DATE TO VALUE-TEXT.
       PERFORM SUBSTITUTE-ONE-TOKEN.
       MOVE "&PLAN" TO TOKEN-TEXT.
       MOVE 5 TO TOKEN-LENGTH.
       MOVE MERGE-PLAN-DESCRIPTION TO VALUE-TEXT.
       PERFORM SUBSTITUTE-ONE-TOKEN.
       MOVE "&WARNING" TO TOKEN-TEXT.
       MOVE 8 TO TOKEN-LENGTH.
       MOVE MERGE-WARNING-DESCRIPTION TO VALUE-TEXT.
       PERFORM SUBSTITUTE-ONE-TOKEN.
       MOVE "&POINTS" TO TOKEN-TEXT.
       MOVE 7 TO TOKEN-LENGTH.
       MOVE MERGE-POINTS TO VALUE-TEXT.
       PERFORM SUBSTITUTE-ONE-TOKEN.
       MOVE "&WARNDATE" TO TOKEN-TEXT.
       MOVE 9 TO TOKEN-LENGTH.
       MOVE MERGE-WARNING-DATE TO VALUE-TEXT.
       PERFORM SUBSTITUTE-ONE-TOKEN.
       MOVE "&ACCTEND" TO TOKEN-TEXT.
       MOVE 8 TO TOKEN-LENGTH.
       MOVE MERGE-ACCOUNT-END TO VALUE-TEXT.
       PERFORM SUBSTITUTE-ONE-TOKEN.
       MOVE "&CHGDATE" TO TOKEN-TEXT.
       MOVE 8 TO TOKEN-LENGTH.
       MOVE MERGE-CHANGE-DATE TO VALUE-TEXT.
       PERFORM SUBSTITUTE-ONE-TOKEN.
       MOVE "&HOLDUNTIL" TO TOKEN-TEXT.
       MOVE 10 TO TOKEN-LENGTH.
       MOVE MERGE-RELEASE-DATE TO VALUE-TEXT.
       PERFORM SUBSTITUTE-ONE-TOKEN.
       MOVE "&STREET" TO TOKEN-TEXT.
       MOVE 7 TO TOKEN-LENGTH.
       MOVE EMPLOYEES-STREET TO VALUE-TEXT.
       PERFORM SUBSTITUTE-ONE-TOKEN.
       MOVE "&CITY" TO TOKEN-TEXT.
       MOVE 5 TO TOKEN-LENGTH.
       MOVE EMPLOYEES-CITY TO VALUE-TEXT.
       PERFORM SUBSTITUTE-ONE-TOKEN.
       MOVE "&POSTCODE" TO TOKEN-TEXT.
       MOVE 9 TO TOKEN-LENGTH.
       MOVE EMPLOYEES-POSTAL-CODE TO VALUE-TEXT.
       PERFORM SUBSTITUTE-ONE-TOKEN.
       MOVE "&COUNTRY" TO TOKEN-TEXT.
       MOVE 8 TO TOKEN-LENGTH.
       MOVE EMPLOYEES-COUNTRY TO VALUE-TEXT.
       PERFORM SUBSTITUTE-ONE-TOKEN.
       MOVE WORK-LINE TO LETTER-LINE.
       WRITE LETTER-LINE.
       ADD 1 TO TPL-INDEX.
           ADD 1 TO SCAN-POSITION.

       TRIM-THE-VALUE.
       MOVE 35 TO VALUE-LENGTH.
       PERFORM SHORTEN-THE-VALUE
           UNTIL VALUE-LENGTH = 1
           OR VALUE-TEXT (VALUE-LENGTH:1) NOT = SPACE.
