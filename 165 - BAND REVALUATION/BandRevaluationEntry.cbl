       IDENTIFICATION DIVISION.
       PROGRAM-ID. BandRevaluationEntry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "SessionPhysicalFile.cbl".
       COPY "BandRevaluationPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "SessionLogicFile.cbl".
       COPY "BandRevaluationLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
       01  BAND-REVALUATION-STATUS PIC X(2).
       77  MENU-CHOICE PIC X.
       77  EXIT-MAINTENANCE PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  READ-ALL PIC X.
       77  ENTRY-COUNT PIC 9(3) VALUE ZERO.
       77  ENTRY-COUNT-DISPLAY PIC ZZ9.
       01  TODAYS-DATE PIC 9(8).
       01  PERCENT-DISPLAY PIC Z9.99.

       PROCEDURE DIVISION.
      *Keys the year's band increases, one percentage per grade code,
      *for EmployeeBandRevaluationPreview to cost and
      *EmployeeBandRevaluationApply to post once a supervisor
      *approves. Changing a grade that was already applied proposes
      *it again, so the list always shows what the next apply will
      *do.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM READ-SESSION-NOTE.
       PERFORM OPENING-PROCEDURE.
       PERFORM ACCEPT-MENU-CHOICE
           UNTIL EXIT-MAINTENANCE = "Y".
       IF BAND-REVALUATION-STATUS = "00"
           CLOSE BAND-REVALUATION-FILE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
      *The revaluation file is built the first time it is needed,
      *the same way EMPLOYEES-FILE is.
       OPEN I-O BAND-REVALUATION-FILE.
       IF BAND-REVALUATION-STATUS = "35"
           OPEN OUTPUT BAND-REVALUATION-FILE
           CLOSE BAND-REVALUATION-FILE
           OPEN I-O BAND-REVALUATION-FILE.
       IF BAND-REVALUATION-STATUS NOT = "00"
           DISPLAY "Error opening bandreval.dat, status code "
               BAND-REVALUATION-STATUS "."
           MOVE "Y" TO EXIT-MAINTENANCE.

       ACCEPT-MENU-CHOICE.
       DISPLAY " ".
       DISPLAY "Pay structure revaluation".
       DISPLAY "A-Add or change a grade's increase  D-Delete a"
           " proposal".
       DISPLAY "L-List the proposals  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "A"
           WHEN "a"
               PERFORM ADD-OR-CHANGE-GRADE
                   THRU ADD-OR-CHANGE-GRADE-EXIT
           WHEN "D"
           WHEN "d"
               PERFORM DELETE-A-PROPOSAL THRU DELETE-A-PROPOSAL-EXIT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-PROPOSALS
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-MAINTENANCE
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

       ADD-OR-CHANGE-GRADE.
       MOVE SPACES TO BAND-REVALUATION-RECORD.
       DISPLAY "ENTER the grade code (e.g. G01): ".
       ACCEPT REVAL-GRADE.
       IF REVAL-GRADE = SPACES
           DISPLAY "A grade code is needed."
           GO TO ADD-OR-CHANGE-GRADE-EXIT.
       MOVE "Y" TO RECORD-FOUND.
       READ BAND-REVALUATION-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "Y"
           PERFORM SHOW-ONE-PROPOSAL
           IF REVAL-APPLIED
               DISPLAY "Already applied - saving proposes it"
                   " again."
           END-IF.
       DISPLAY "ENTER the increase percentage (e.g. 0350 for"
           " 3.50): ".
       ACCEPT REVAL-PERCENT.
       IF REVAL-PERCENT = ZERO
           DISPLAY "An increase must be over zero - not saved."
           GO TO ADD-OR-CHANGE-GRADE-EXIT.
       DISPLAY "ENTER the effective date (YYYYMMDD, blank for"
           " today): ".
       ACCEPT REVAL-EFFECTIVE-DATE.
       IF REVAL-EFFECTIVE-DATE = ZERO
           MOVE TODAYS-DATE TO REVAL-EFFECTIVE-DATE.
       MOVE "P" TO REVAL-STATUS.
       MOVE SIGNED-ON-OPERATOR TO REVAL-ENTERED-BY.
       MOVE SPACES TO REVAL-APPROVED-BY.
       MOVE ZERO TO REVAL-APPLIED-DATE.
       IF RECORD-FOUND = "Y"
           REWRITE BAND-REVALUATION-RECORD
               INVALID KEY
                   DISPLAY "Error updating the proposal."
           END-REWRITE
       ELSE
           WRITE BAND-REVALUATION-RECORD
               INVALID KEY
                   DISPLAY "Error writing the proposal."
           END-WRITE.
       ADD-OR-CHANGE-GRADE-EXIT.
       EXIT.

       DELETE-A-PROPOSAL.
       DISPLAY "ENTER the grade code: ".
       ACCEPT REVAL-GRADE.
       READ BAND-REVALUATION-FILE RECORD
           INVALID KEY
               DISPLAY "No proposal for that grade."
               GO TO DELETE-A-PROPOSAL-EXIT
       END-READ.
       IF REVAL-APPLIED
           DISPLAY "That increase is already applied and stays on"
               " file as the record of it."
           GO TO DELETE-A-PROPOSAL-EXIT.
       DELETE BAND-REVALUATION-FILE RECORD
           INVALID KEY
               DISPLAY "Error deleting the proposal."
               GO TO DELETE-A-PROPOSAL-EXIT
       END-DELETE.
       DISPLAY "Proposal deleted.".
       DELETE-A-PROPOSAL-EXIT.
       EXIT.

       LIST-PROPOSALS.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE LOW-VALUES TO REVAL-GRADE.
       START BAND-REVALUATION-FILE
           KEY IS NOT LESS THAN REVAL-GRADE
           INVALID KEY
               CONTINUE
       END-START.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-PROPOSAL.
       PERFORM LIST-ONE-PROPOSAL
           UNTIL READ-ALL = "1".
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Grades on file: " ENTRY-COUNT-DISPLAY.

       LIST-ONE-PROPOSAL.
       PERFORM SHOW-ONE-PROPOSAL.
       ADD 1 TO ENTRY-COUNT.
       PERFORM READ-NEXT-PROPOSAL.

       SHOW-ONE-PROPOSAL.
       MOVE REVAL-PERCENT TO PERCENT-DISPLAY.
       IF REVAL-APPLIED
           DISPLAY "GRADE: " REVAL-GRADE " " PERCENT-DISPLAY
               "% EFFECTIVE " REVAL-EFFECTIVE-DATE " APPLIED "
               REVAL-APPLIED-DATE " BY " REVAL-APPROVED-BY
       ELSE
           DISPLAY "GRADE: " REVAL-GRADE " " PERCENT-DISPLAY
               "% EFFECTIVE " REVAL-EFFECTIVE-DATE " PROPOSED BY "
               REVAL-ENTERED-BY.

       READ-NEXT-PROPOSAL.
       READ BAND-REVALUATION-FILE NEXT RECORD
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

       END PROGRAM BandRevaluationEntry.
