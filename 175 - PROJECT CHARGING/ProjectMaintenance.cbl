       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProjectMaintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "AuditPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".
       COPY "ProjectPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "AuditLogicFile.cbl".
       COPY "SessionLogicFile.cbl".
       COPY "ProjectLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
      *The value before the change, held for the audit line - a
      *project edit changes what the clock will accept and what
      *invoicing bills, so it leaves the same trace an employee
      *change does.
       01  HELD-BEFORE-VALUE PIC X(30).
       01  HELD-AFTER-VALUE PIC X(30).
       01  TABLE-AUDIT-ACTION PIC X(10).
       01  PROJECT-FILE-STATUS PIC X(2).
       77  MENU-CHOICE PIC X.
       77  EXIT-MAINTENANCE PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  READ-ALL PIC X.
       77  ENTRY-COUNT PIC 9(4) VALUE ZERO.
       77  ENTRY-COUNT-DISPLAY PIC ZZZ9.

       PROCEDURE DIVISION.
      *Maintains the project master keyed by project or work-order
      *code: the name, the customer it is done for, whether its
      *hours are billable, and whether it is still open for time.
      *The time clock interface checks punch codes against it and
      *the monthly billable-hours extract reads the customer and
      *billable flag from it.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM READ-SESSION-NOTE.
       PERFORM OPENING-PROCEDURE.
       PERFORM ACCEPT-MENU-CHOICE
           UNTIL EXIT-MAINTENANCE = "Y".
       IF PROJECT-FILE-STATUS = "00"
           CLOSE PROJECT-FILE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *The project master is built the first time it is needed, the
      *same way EMPLOYEES-FILE is.
       OPEN I-O PROJECT-FILE.
       IF PROJECT-FILE-STATUS = "35"
           OPEN OUTPUT PROJECT-FILE
           CLOSE PROJECT-FILE
           OPEN I-O PROJECT-FILE.
       IF PROJECT-FILE-STATUS NOT = "00"
           DISPLAY "Error opening projects.dat, status code "
               PROJECT-FILE-STATUS "."
           MOVE "Y" TO EXIT-MAINTENANCE.

       ACCEPT-MENU-CHOICE.
       DISPLAY " ".
       DISPLAY "Project master maintenance".
       DISPLAY "A-Add or update a project  D-Delete a project"
           "  L-List the projects  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "A"
           WHEN "a"
               PERFORM ADD-OR-UPDATE-PROJECT
                   THRU ADD-OR-UPDATE-PROJECT-EXIT
           WHEN "D"
           WHEN "d"
               PERFORM DELETE-A-PROJECT THRU DELETE-A-PROJECT-EXIT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-THE-PROJECTS
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-MAINTENANCE
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

       ADD-OR-UPDATE-PROJECT.
       MOVE SPACES TO PROJECT-RECORD.
       DISPLAY "ENTER the project or work-order code: ".
       ACCEPT PROJECT-CODE.
       IF PROJECT-CODE = SPACES
           DISPLAY "A project code is needed."
           GO TO ADD-OR-UPDATE-PROJECT-EXIT.
       MOVE "Y" TO RECORD-FOUND.
       READ PROJECT-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       MOVE SPACES TO HELD-BEFORE-VALUE.
       IF RECORD-FOUND = "Y"
           DISPLAY "Project is already on file - new values"
               " replace the old ones."
           PERFORM SHOW-ONE-PROJECT
           PERFORM FORMAT-PROJECT-VALUE
           MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE.
       DISPLAY "ENTER the project name: ".
       ACCEPT PROJECT-NAME.
       DISPLAY "ENTER the customer: ".
       ACCEPT PROJECT-CUSTOMER.
       DISPLAY "ENTER Y if its hours are billable, N if not: ".
       ACCEPT PROJECT-BILLABLE.
       DISPLAY "ENTER A if open for time, C if closed: ".
       ACCEPT PROJECT-STATUS.
       INSPECT PROJECT-BILLABLE CONVERTING "yn" TO "YN".
       INSPECT PROJECT-STATUS CONVERTING "ac" TO "AC".
       IF PROJECT-NAME = SPACES
           DISPLAY "A project name is needed - project not saved."
           GO TO ADD-OR-UPDATE-PROJECT-EXIT.
       IF NOT PROJECT-BILLABLE-VALID
           DISPLAY "Billable must be Y or N - project not saved."
           GO TO ADD-OR-UPDATE-PROJECT-EXIT.
       IF NOT PROJECT-STATUS-VALID
           DISPLAY "Status must be A or C - project not saved."
           GO TO ADD-OR-UPDATE-PROJECT-EXIT.
       IF PROJECT-IS-BILLABLE AND PROJECT-CUSTOMER = SPACES
           DISPLAY "A billable project needs a customer -"
               " project not saved."
           GO TO ADD-OR-UPDATE-PROJECT-EXIT.
       PERFORM SAVE-PROJECT-RECORD.
       ADD-OR-UPDATE-PROJECT-EXIT.
       EXIT.

       SAVE-PROJECT-RECORD.
       PERFORM FORMAT-PROJECT-VALUE.
       IF RECORD-FOUND = "Y"
           REWRITE PROJECT-RECORD
               INVALID KEY
                   DISPLAY "Error updating the project master."
               NOT INVALID KEY
                   MOVE "TBL-UPD" TO TABLE-AUDIT-ACTION
                   PERFORM WRITE-TABLE-AUDIT
           END-REWRITE
       ELSE
           WRITE PROJECT-RECORD
               INVALID KEY
                   DISPLAY "Error writing the project master."
               NOT INVALID KEY
                   MOVE "TBL-ADD" TO TABLE-AUDIT-ACTION
                   PERFORM WRITE-TABLE-AUDIT
           END-WRITE.

      *Deleting a project stops the clock taking its code from the
      *next run on; hours already charged to it stay on the
      *ledger. Closing it keeps the customer for the extract, so
      *that is the usual way to retire one.
       DELETE-A-PROJECT.
       DISPLAY "ENTER the project or work-order code: ".
       ACCEPT PROJECT-CODE.
       READ PROJECT-FILE RECORD
           INVALID KEY
               DISPLAY "That project is not on file."
               GO TO DELETE-A-PROJECT-EXIT
       END-READ.
       PERFORM FORMAT-PROJECT-VALUE.
       MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE.
       MOVE SPACES TO HELD-AFTER-VALUE.
       DELETE PROJECT-FILE RECORD
           INVALID KEY
               DISPLAY "Error deleting the project."
               GO TO DELETE-A-PROJECT-EXIT
       END-DELETE.
       MOVE "TBL-DEL" TO TABLE-AUDIT-ACTION.
       PERFORM WRITE-TABLE-AUDIT.
       DISPLAY "Project deleted.".
       DELETE-A-PROJECT-EXIT.
       EXIT.

       FORMAT-PROJECT-VALUE.
       MOVE SPACES TO HELD-AFTER-VALUE.
       STRING "BILL " PROJECT-BILLABLE " STAT " PROJECT-STATUS " "
           PROJECT-CUSTOMER
           DELIMITED BY SIZE INTO HELD-AFTER-VALUE.

       LIST-THE-PROJECTS.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE LOW-VALUES TO PROJECT-CODE.
       START PROJECT-FILE
           KEY IS NOT LESS THAN PROJECT-CODE
           INVALID KEY
               CONTINUE
       END-START.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-PROJECT.
       PERFORM LIST-ONE-PROJECT
           UNTIL READ-ALL = "1".
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Projects on file: " ENTRY-COUNT-DISPLAY.

       LIST-ONE-PROJECT.
       PERFORM SHOW-ONE-PROJECT.
       ADD 1 TO ENTRY-COUNT.
       PERFORM READ-NEXT-PROJECT.

       SHOW-ONE-PROJECT.
       DISPLAY "PROJECT: " PROJECT-CODE " " PROJECT-NAME.
       DISPLAY "   CUSTOMER: " PROJECT-CUSTOMER
           " BILLABLE: " PROJECT-BILLABLE
           " STATUS: " PROJECT-STATUS.

       READ-NEXT-PROJECT.
       READ PROJECT-FILE NEXT RECORD
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
       MOVE "ProjectMaintenance" TO AUDIT-PROGRAM.
       MOVE ZERO TO AUDIT-EMPLOYEE-ID.
       MOVE TABLE-AUDIT-ACTION TO AUDIT-LOG-ACTION.
       MOVE "PROJECT" TO AUDIT-TABLE-NAME.
       MOVE PROJECT-CODE TO AUDIT-TABLE-KEY.
       MOVE HELD-BEFORE-VALUE TO AUDIT-BEFORE-VALUE.
       MOVE HELD-AFTER-VALUE TO AUDIT-AFTER-VALUE.
       WRITE AUDIT-LINE.
       CLOSE AUDIT-FILE.

       END PROGRAM ProjectMaintenance.
