       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApplicantTracking.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "ApplicantPhysicalFile.cbl".
       COPY "RequisitionPhysicalFile.cbl".
       COPY "StagingPhysicalFile.cbl".
       COPY "ControlPhysicalFile.cbl".
       COPY "PayGradePhysicalFile.cbl".
       COPY "AuditPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "ApplicantLogicFile.cbl".
       COPY "RequisitionLogicFile.cbl".
       COPY "StagingLogicFile.cbl".
       COPY "ControlLogicFile.cbl".
       COPY "PayGradeLogicFile.cbl".
       COPY "AuditLogicFile.cbl".
       COPY "SessionLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  APPLICANT-FILE-STATUS PIC X(2).
       01  REQUISITION-FILE-STATUS PIC X(2).
       01  STAGING-FILE-STATUS PIC X(2).
       01  CONTROL-FILE-STATUS PIC X(2).
       01  PAYGRADE-FILE-STATUS PIC X(2).
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
       01  PAYGRADE-TABLE-PRESENT PIC X VALUE "N".
       01  CONTROL-PRESENT PIC X VALUE "N".
       77  MENU-CHOICE PIC X.
       77  STAGE-CHOICE PIC X.
       77  EXIT-TRACKING PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  READ-ALL PIC X.
       77  ID-IS-FREE PIC X.
       77  ENTRY-COUNT PIC 9(4) VALUE ZERO.
       77  ENTRY-COUNT-DISPLAY PIC ZZZ9.
       01  WANTED-POSITION PIC 9(6).
       01  HIGHEST-APPLICANT PIC 9(4).
       01  TODAYS-DATE PIC 9(8).
       01  AUDIT-ACTION PIC X(10).
      *Stages rank in the order a candidate moves through them, so a
      *move may skip ahead (straight to interview) but never back.
       01  CURRENT-RANK PIC 9.
       01  WANTED-RANK PIC 9.
       01  STAGE-WORDS PIC X(11).
       01  NEW-EMPLOYEE-ID PIC 9(6).
       01  SUGGESTED-ID PIC 9(6).
       01  SALARY-DISPLAY PIC Z,ZZZ,ZZ9.99.

      *Arguments for the shared employee-ID check digit service.
       77  CD-REQUEST PIC X.
       77  CD-ID PIC 9(6).
       77  CD-STATUS PIC X(2).
      *Arguments for the shared date service.
       77  DS-REQUEST PIC X.
       77  DS-DATE-IN PIC 9(8).
       77  DS-DATE-OUT PIC 9(8).
       77  DS-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Tracks each candidate for an open requisition through applied,
      *screened, interviewed, offered, and then accepted or
      *declined, with the date of every stage and the interviewer.
      *An accepted offer builds the hire from the applicant, the
      *offer, and the requisition, stages it for the supervisor's
      *hire approval, and marks the requisition filled - the step
      *that used to be an email and a rekeying session.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
       PERFORM ACCEPT-MENU-CHOICE
           UNTIL EXIT-TRACKING = "Y".
       PERFORM CLOSING-PROCEDURE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
       MOVE ZERO TO RETURN-CODE.
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
           MOVE 1 TO RETURN-CODE
           MOVE "Y" TO EXIT-TRACKING
           GO TO OPENING-PROCEDURE-EXIT.
       OPEN I-O REQUISITION-FILE.
       IF REQUISITION-FILE-STATUS NOT = "00"
           DISPLAY "No requisitions on file - open a position"
               " first."
           MOVE 1 TO RETURN-CODE
           MOVE "Y" TO EXIT-TRACKING
           CLOSE EMPLOYEES-FILE
           GO TO OPENING-PROCEDURE-EXIT.
      *The applicant file and the staging file are built the first
      *time they are needed, the same way EMPLOYEES-FILE is.
       OPEN I-O APPLICANT-FILE.
       IF APPLICANT-FILE-STATUS = "35"
           OPEN OUTPUT APPLICANT-FILE
           CLOSE APPLICANT-FILE
           OPEN I-O APPLICANT-FILE.
       OPEN I-O STAGING-FILE.
       IF STAGING-FILE-STATUS = "35"
           OPEN OUTPUT STAGING-FILE
           CLOSE STAGING-FILE
           OPEN I-O STAGING-FILE.
       IF APPLICANT-FILE-STATUS NOT = "00"
           OR STAGING-FILE-STATUS NOT = "00"
           DISPLAY "Error opening applicants.dat or stagehire.dat,"
               " status codes " APPLICANT-FILE-STATUS " "
               STAGING-FILE-STATUS "."
           MOVE 1 TO RETURN-CODE
           MOVE "Y" TO EXIT-TRACKING
           CLOSE EMPLOYEES-FILE
           CLOSE REQUISITION-FILE
           GO TO OPENING-PROCEDURE-EXIT.
       OPEN INPUT CONTROL-FILE.
       IF CONTROL-FILE-STATUS = "00"
           MOVE "Y" TO CONTROL-PRESENT.
       OPEN INPUT PAYGRADE-FILE.
       IF PAYGRADE-FILE-STATUS = "00"
           MOVE "Y" TO PAYGRADE-TABLE-PRESENT.
       OPEN EXTEND AUDIT-FILE.
       OPENING-PROCEDURE-EXIT.
       EXIT.

       CLOSING-PROCEDURE.
       IF RETURN-CODE = ZERO
           CLOSE EMPLOYEES-FILE
           CLOSE REQUISITION-FILE
           CLOSE APPLICANT-FILE
           CLOSE STAGING-FILE
           CLOSE AUDIT-FILE
           IF CONTROL-PRESENT = "Y"
               CLOSE CONTROL-FILE
           END-IF
           IF PAYGRADE-TABLE-PRESENT = "Y"
               CLOSE PAYGRADE-FILE
           END-IF.

      *Picks up the identity the sign-on program left behind, so
      *every stage move names who made it.
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
       DISPLAY "Applicant tracking".
       DISPLAY "N-New applicant  M-Move an applicant's stage"
           "  L-List a requisition's applicants  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "N"
           WHEN "n"
               PERFORM ADD-AN-APPLICANT THRU ADD-AN-APPLICANT-EXIT
           WHEN "M"
           WHEN "m"
               PERFORM MOVE-AN-APPLICANT THRU MOVE-AN-APPLICANT-EXIT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-THE-APPLICANTS
                   THRU LIST-THE-APPLICANTS-EXIT
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-TRACKING
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

       ADD-AN-APPLICANT.
       PERFORM ACCEPT-AN-OPEN-REQUISITION.
       IF RECORD-FOUND = "N"
           GO TO ADD-AN-APPLICANT-EXIT.
       PERFORM FIND-THE-HIGHEST-APPLICANT.
       IF HIGHEST-APPLICANT = 9999
           DISPLAY "This requisition has no applicant numbers left."
           GO TO ADD-AN-APPLICANT-EXIT.
       MOVE SPACES TO APPLICANT-RECORD.
       MOVE WANTED-POSITION TO APPL-POSITION-NUMBER.
       ADD 1 HIGHEST-APPLICANT GIVING APPL-NUMBER.
       DISPLAY "ENTER the applicant's first names: ".
       ACCEPT APPL-NAME.
       IF APPL-NAME = SPACES
           DISPLAY "A name is needed - applicant not added."
           GO TO ADD-AN-APPLICANT-EXIT.
       DISPLAY "ENTER the applicant's last names: ".
       ACCEPT APPL-LASTNAMES.
       DISPLAY "ENTER the phone country code (e.g. +1): ".
       ACCEPT APPL-PHONE-COUNTRY-CODE.
       DISPLAY "ENTER the phone number (NNN-NNN-NNN): ".
       ACCEPT APPL-PHONE-NUMBER.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       MOVE "AP" TO APPL-STAGE.
       MOVE TODAYS-DATE TO APPL-APPLIED-DATE.
       MOVE ZERO TO APPL-SCREENED-DATE.
       MOVE ZERO TO APPL-INTERVIEWED-DATE.
       MOVE ZERO TO APPL-OFFERED-DATE.
       MOVE ZERO TO APPL-CLOSED-DATE.
       MOVE ZERO TO APPL-INTERVIEWER-ID.
       MOVE ZERO TO APPL-OFFER-SALARY.
       MOVE ZERO TO APPL-START-DATE.
       MOVE ZERO TO APPL-EMPLOYEE-ID.
       MOVE SIGNED-ON-OPERATOR TO APPL-LAST-ACTION-BY.
       WRITE APPLICANT-RECORD
           INVALID KEY
               DISPLAY "Error adding the applicant."
           NOT INVALID KEY
               DISPLAY "Applicant " APPL-NUMBER " added to"
                   " requisition " APPL-POSITION-NUMBER "."
       END-WRITE.
       ADD-AN-APPLICANT-EXIT.
       EXIT.

       ACCEPT-AN-OPEN-REQUISITION.
       DISPLAY "ENTER the requisition (position number): ".
       ACCEPT WANTED-POSITION.
       MOVE WANTED-POSITION TO REQ-POSITION-NUMBER.
       MOVE "Y" TO RECORD-FOUND.
       READ REQUISITION-FILE RECORD
           INVALID KEY
               DISPLAY "No requisition with that number."
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "Y"
           AND NOT REQ-OPEN
           DISPLAY "That requisition was filled by " REQ-FILLED-BY
               " - it takes no more applicants."
           MOVE "N" TO RECORD-FOUND.

      *Applicant numbers run on within each requisition.
       FIND-THE-HIGHEST-APPLICANT.
       MOVE ZERO TO HIGHEST-APPLICANT.
       MOVE WANTED-POSITION TO APPL-POSITION-NUMBER.
       MOVE ZERO TO APPL-NUMBER.
       MOVE "0" TO READ-ALL.
       START APPLICANT-FILE
           KEY IS NOT LESS THAN APPL-KEY
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-APPLICANT.
       PERFORM NOTE-ONE-APPLICANT-NUMBER
           UNTIL READ-ALL = "1".

       NOTE-ONE-APPLICANT-NUMBER.
       IF APPL-POSITION-NUMBER NOT = WANTED-POSITION
           MOVE "1" TO READ-ALL
       ELSE
           MOVE APPL-NUMBER TO HIGHEST-APPLICANT
           PERFORM READ-NEXT-APPLICANT.

       MOVE-AN-APPLICANT.
       DISPLAY "ENTER the requisition (position number): ".
       ACCEPT APPL-POSITION-NUMBER.
       DISPLAY "ENTER the applicant number: ".
       ACCEPT APPL-NUMBER.
       READ APPLICANT-FILE RECORD
           INVALID KEY
               DISPLAY "No applicant with that number on that"
                   " requisition."
               GO TO MOVE-AN-APPLICANT-EXIT
       END-READ.
       PERFORM SHOW-ONE-APPLICANT.
       IF NOT APPL-IN-PLAY
           DISPLAY "This candidacy is closed."
           GO TO MOVE-AN-APPLICANT-EXIT.
       DISPLAY "Move to: S-Screened  I-Interviewed  O-Offered"
           "  A-Accepted  D-Declined".
       ACCEPT STAGE-CHOICE.
       EVALUATE STAGE-CHOICE
           WHEN "s"
               MOVE "S" TO STAGE-CHOICE
           WHEN "i"
               MOVE "I" TO STAGE-CHOICE
           WHEN "o"
               MOVE "O" TO STAGE-CHOICE
           WHEN "a"
               MOVE "A" TO STAGE-CHOICE
           WHEN "d"
               MOVE "D" TO STAGE-CHOICE
       END-EVALUATE.
       EVALUATE TRUE
           WHEN APPL-APPLIED
               MOVE 1 TO CURRENT-RANK
           WHEN APPL-SCREENED
               MOVE 2 TO CURRENT-RANK
           WHEN APPL-INTERVIEWED
               MOVE 3 TO CURRENT-RANK
           WHEN OTHER
               MOVE 4 TO CURRENT-RANK
       END-EVALUATE.
       EVALUATE STAGE-CHOICE
           WHEN "S"
               MOVE 2 TO WANTED-RANK
           WHEN "I"
               MOVE 3 TO WANTED-RANK
           WHEN "O"
               MOVE 4 TO WANTED-RANK
           WHEN "A"
               MOVE 5 TO WANTED-RANK
           WHEN "D"
               MOVE 9 TO WANTED-RANK
           WHEN OTHER
               DISPLAY "You must enter S, I, O, A, or D."
               GO TO MOVE-AN-APPLICANT-EXIT
       END-EVALUATE.
       IF WANTED-RANK NOT > CURRENT-RANK
           DISPLAY "An applicant only moves forward - this one is"
               " already past that stage."
           GO TO MOVE-AN-APPLICANT-EXIT.
       IF WANTED-RANK = 5
           AND NOT APPL-OFFERED
           DISPLAY "Only an offered applicant can accept."
           GO TO MOVE-AN-APPLICANT-EXIT.
      *Every move but a decline needs the requisition still open -
      *once it is filled the others can only be let go.
       MOVE APPL-POSITION-NUMBER TO REQ-POSITION-NUMBER.
       MOVE "Y" TO RECORD-FOUND.
       READ REQUISITION-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF WANTED-RANK NOT = 9
           AND (RECORD-FOUND = "N" OR NOT REQ-OPEN)
           DISPLAY "The requisition is no longer open - the"
               " applicant can only be declined."
           GO TO MOVE-AN-APPLICANT-EXIT.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       EVALUATE WANTED-RANK
           WHEN 2
               MOVE "SC" TO APPL-STAGE
               MOVE TODAYS-DATE TO APPL-SCREENED-DATE
           WHEN 3
               PERFORM ACCEPT-THE-INTERVIEWER
               IF RECORD-FOUND = "N"
                   GO TO MOVE-AN-APPLICANT-EXIT
               END-IF
               MOVE "IN" TO APPL-STAGE
               MOVE TODAYS-DATE TO APPL-INTERVIEWED-DATE
           WHEN 4
               PERFORM ACCEPT-THE-OFFER-TERMS
               IF DS-STATUS NOT = "00"
                   GO TO MOVE-AN-APPLICANT-EXIT
               END-IF
               MOVE "OF" TO APPL-STAGE
               MOVE TODAYS-DATE TO APPL-OFFERED-DATE
           WHEN 5
               PERFORM STAGE-THE-HIRE THRU STAGE-THE-HIRE-EXIT
               IF ID-IS-FREE = "N"
                   GO TO MOVE-AN-APPLICANT-EXIT
               END-IF
               MOVE "AC" TO APPL-STAGE
               MOVE TODAYS-DATE TO APPL-CLOSED-DATE
               MOVE NEW-EMPLOYEE-ID TO APPL-EMPLOYEE-ID
           WHEN OTHER
               MOVE "DE" TO APPL-STAGE
               MOVE TODAYS-DATE TO APPL-CLOSED-DATE
       END-EVALUATE.
       MOVE SIGNED-ON-OPERATOR TO APPL-LAST-ACTION-BY.
       REWRITE APPLICANT-RECORD
           INVALID KEY
               DISPLAY "Error updating the applicant."
           NOT INVALID KEY
               PERFORM SHOW-ONE-APPLICANT
       END-REWRITE.
       MOVE-AN-APPLICANT-EXIT.
       EXIT.

      *The interviewer must be an active employee on the master.
       ACCEPT-THE-INTERVIEWER.
       DISPLAY "ENTER the interviewer's employee ID: ".
       ACCEPT APPL-INTERVIEWER-ID.
       MOVE APPL-INTERVIEWER-ID TO EMPLOYEES-ID.
       MOVE "Y" TO RECORD-FOUND.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "Y"
           AND NOT EMPLOYEES-ACTIVE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "The interviewer must be an active employee -"
               " stage not moved.".

       ACCEPT-THE-OFFER-TERMS.
       DISPLAY "ENTER the offered annual salary (last two digits"
           " are cents): ".
       ACCEPT APPL-OFFER-SALARY.
       DISPLAY "ENTER the offered start date (YYYYMMDD): ".
       ACCEPT APPL-START-DATE.
       MOVE "W" TO DS-REQUEST.
       MOVE APPL-START-DATE TO DS-DATE-IN.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.
       IF DS-STATUS NOT = "00"
           DISPLAY "That start date is not a valid date - stage"
               " not moved.".

      *The accepted offer becomes a pending hire exactly as the add
      *screen would stage one: the ID must carry a good check digit
      *and be free on both the master and the staging file. The
      *details an applicant file does not carry - birth date,
      *address - are completed on the update screen once the hire
      *is approved.
       STAGE-THE-HIRE.
       MOVE "N" TO ID-IS-FREE.
       PERFORM SUGGEST-THE-NEXT-ID.
       DISPLAY "ENTER the new employee ID: ".
       ACCEPT NEW-EMPLOYEE-ID.
       MOVE "V" TO CD-REQUEST.
       MOVE NEW-EMPLOYEE-ID TO CD-ID.
       CALL "CheckDigitService" USING CD-REQUEST CD-ID CD-STATUS.
       IF CD-STATUS NOT = "00"
           DISPLAY "That ID's check digit does not verify - offer"
               " not accepted yet."
           GO TO STAGE-THE-HIRE-EXIT.
       MOVE NEW-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "Y" TO ID-IS-FREE
       END-READ.
       IF ID-IS-FREE = "Y"
           MOVE NEW-EMPLOYEE-ID TO STAGE-ID
           READ STAGING-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO ID-IS-FREE
           END-READ.
       IF ID-IS-FREE = "N"
           DISPLAY "That employee ID is already on the master or"
               " staged for approval - offer not accepted yet."
           GO TO STAGE-THE-HIRE-EXIT.
       PERFORM BUILD-THE-EMPLOYEE-IMAGE.
       MOVE SPACES TO STAGING-RECORD.
       MOVE EMPLOYEES-ID TO STAGE-ID.
       MOVE EMPLOYEES-RECORD (7:265) TO STAGE-EMPLOYEE-IMAGE.
       MOVE "P" TO STAGE-STATUS.
       MOVE SIGNED-ON-OPERATOR TO STAGE-ENTERED-BY.
       MOVE TODAYS-DATE TO STAGE-ENTERED-DATE.
       MOVE APPL-POSITION-NUMBER TO STAGE-POSITION-NUMBER.
       WRITE STAGING-RECORD
           INVALID KEY
               DISPLAY "Error staging the hire - offer not accepted"
                   " yet."
               MOVE "N" TO ID-IS-FREE
               GO TO STAGE-THE-HIRE-EXIT
       END-WRITE.
       MOVE "STAGE-ADD" TO AUDIT-ACTION.
       PERFORM WRITE-AUDIT-RECORD.
       MOVE "F" TO REQ-STATUS.
       MOVE NEW-EMPLOYEE-ID TO REQ-FILLED-BY.
       MOVE TODAYS-DATE TO REQ-FILLED-DATE.
       REWRITE REQUISITION-RECORD
           INVALID KEY
               DISPLAY "Error marking the requisition filled."
       END-REWRITE.
       DISPLAY "Hire " NEW-EMPLOYEE-ID " staged for supervisor"
           " approval; requisition " REQ-POSITION-NUMBER
           " marked filled.".
       STAGE-THE-HIRE-EXIT.
       EXIT.

       SUGGEST-THE-NEXT-ID.
       IF CONTROL-PRESENT = "Y"
           MOVE "01" TO CONTROL-KEY
           READ CONTROL-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE SUGGESTED-ID =
                       (CONTROL-LAST-ID-USED / 10 + 1) * 10
                   MOVE "C" TO CD-REQUEST
                   MOVE SUGGESTED-ID TO CD-ID
                   CALL "CheckDigitService" USING CD-REQUEST CD-ID
                       CD-STATUS
                   DISPLAY "Next free ID with its check digit: "
                       CD-ID "."
           END-READ.

      *The requisition supplies where the hire sits, the offer what
      *they are paid and when they start; the rest takes the add
      *screen's defaults for a new regular hire.
       BUILD-THE-EMPLOYEE-IMAGE.
       MOVE SPACES TO EMPLOYEES-RECORD.
       MOVE NEW-EMPLOYEE-ID TO EMPLOYEES-ID.
       MOVE APPL-NAME TO EMPLOYEES-NAME.
       MOVE APPL-LASTNAMES TO EMPLOYEES-LASTNAMES.
       MOVE ZERO TO EMPLOYEES-AGE.
       MOVE ZERO TO EMPLOYEES-BIRTH-DATE.
       MOVE APPL-PHONE-COUNTRY-CODE TO EMPLOYEES-PHONE-COUNTRY-CODE.
       MOVE APPL-PHONE-NUMBER TO EMPLOYEES-PHONE-NUMBER.
       MOVE REQ-DEPARTMENT TO EMPLOYEES-DEPARTMENT.
       MOVE REQ-JOB-TITLE TO EMPLOYEES-JOB-TITLE.
       MOVE REQ-BRANCH TO EMPLOYEES-BRANCH.
       MOVE APPL-OFFER-SALARY TO EMPLOYEES-SALARY.
       IF PAYGRADE-TABLE-PRESENT = "Y"
           MOVE EMPLOYEES-JOB-TITLE TO PAYGRADE-JOB-TITLE
           READ PAYGRADE-FILE RECORD
               INVALID KEY
                   DISPLAY "No pay grade on the rate table for this"
                       " job title - grade left blank."
               NOT INVALID KEY
                   MOVE PAYGRADE-CODE TO EMPLOYEES-PAY-GRADE
           END-READ.
      *A new hire reports to nobody until the hierarchy maintenance
      *assigns one; zero keeps the numeric field valid data.
       MOVE ZERO TO EMPLOYEES-MANAGER-ID.
       MOVE APPL-START-DATE TO EMPLOYEES-HIRE-DATE.
       MOVE ZERO TO EMPLOYEES-TERM-DATE.
       MOVE "A" TO EMPLOYEES-STATUS.
       MOVE "R" TO EMPLOYEES-EMPLOYMENT-TYPE.
       MOVE ZERO TO EMPLOYEES-CONTRACT-END-DATE.
       MOVE 40 TO EMPLOYEES-STD-HOURS.
      *Policy says ninety days of probation from the hire date.
       MOVE EMPLOYEES-HIRE-DATE TO EMPLOYEES-PROBATION-END-DATE.
       PERFORM ADD-ONE-PROBATION-DAY 90 TIMES.

       ADD-ONE-PROBATION-DAY.
       MOVE "N" TO DS-REQUEST.
       MOVE EMPLOYEES-PROBATION-END-DATE TO DS-DATE-IN.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.
       MOVE DS-DATE-OUT TO EMPLOYEES-PROBATION-END-DATE.

       LIST-THE-APPLICANTS.
       DISPLAY "ENTER the requisition (position number): ".
       ACCEPT WANTED-POSITION.
       MOVE WANTED-POSITION TO REQ-POSITION-NUMBER.
       READ REQUISITION-FILE RECORD
           INVALID KEY
               DISPLAY "No requisition with that number."
               GO TO LIST-THE-APPLICANTS-EXIT
       END-READ.
       DISPLAY "POS " REQ-POSITION-NUMBER " " REQ-DEPARTMENT " "
           REQ-JOB-TITLE " " REQ-BRANCH " STATUS " REQ-STATUS.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE WANTED-POSITION TO APPL-POSITION-NUMBER.
       MOVE ZERO TO APPL-NUMBER.
       MOVE "0" TO READ-ALL.
       START APPLICANT-FILE
           KEY IS NOT LESS THAN APPL-KEY
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-APPLICANT.
       PERFORM LIST-ONE-APPLICANT
           UNTIL READ-ALL = "1".
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Applicants on this requisition: "
           ENTRY-COUNT-DISPLAY.
       LIST-THE-APPLICANTS-EXIT.
       EXIT.

       LIST-ONE-APPLICANT.
       IF APPL-POSITION-NUMBER NOT = WANTED-POSITION
           MOVE "1" TO READ-ALL
       ELSE
           PERFORM SHOW-ONE-APPLICANT
           ADD 1 TO ENTRY-COUNT
           PERFORM READ-NEXT-APPLICANT.

       SHOW-ONE-APPLICANT.
       EVALUATE TRUE
           WHEN APPL-APPLIED
               MOVE "APPLIED" TO STAGE-WORDS
           WHEN APPL-SCREENED
               MOVE "SCREENED" TO STAGE-WORDS
           WHEN APPL-INTERVIEWED
               MOVE "INTERVIEWED" TO STAGE-WORDS
           WHEN APPL-OFFERED
               MOVE "OFFERED" TO STAGE-WORDS
           WHEN APPL-ACCEPTED
               MOVE "ACCEPTED" TO STAGE-WORDS
           WHEN OTHER
               MOVE "DECLINED" TO STAGE-WORDS
       END-EVALUATE.
       DISPLAY "  " APPL-NUMBER " " APPL-NAME " " APPL-LASTNAMES
           " " STAGE-WORDS.
       DISPLAY "       APPLIED " APPL-APPLIED-DATE
           " SCREENED " APPL-SCREENED-DATE
           " INTERVIEWED " APPL-INTERVIEWED-DATE
           " BY " APPL-INTERVIEWER-ID.
       IF APPL-OFFERED-DATE NOT = ZERO
           MOVE APPL-OFFER-SALARY TO SALARY-DISPLAY
           DISPLAY "       OFFERED " APPL-OFFERED-DATE
               " SALARY " SALARY-DISPLAY " START " APPL-START-DATE.
       IF APPL-CLOSED-DATE NOT = ZERO
           DISPLAY "       CLOSED " APPL-CLOSED-DATE
               " EMPLOYEE ID " APPL-EMPLOYEE-ID.

       READ-NEXT-APPLICANT.
       READ APPLICANT-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       WRITE-AUDIT-RECORD.
       MOVE SPACES TO AUDIT-LINE.
       ACCEPT AUDIT-LOG-DATE FROM DATE YYYYMMDD.
       ACCEPT AUDIT-LOG-TIME FROM TIME.
       MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR.
       MOVE "ApplicantTracking" TO AUDIT-PROGRAM.
       MOVE EMPLOYEES-ID TO AUDIT-EMPLOYEE-ID.
       MOVE AUDIT-ACTION TO AUDIT-LOG-ACTION.
       WRITE AUDIT-LINE.

       END PROGRAM ApplicantTracking.
