       IDENTIFICATION DIVISION.
       PROGRAM-ID. CommissionPlanMaintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "AuditPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".
       COPY "CommissionPlanPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "AuditLogicFile.cbl".
       COPY "SessionLogicFile.cbl".
       COPY "CommissionPlanLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
      *The value before the change, held for the audit line - a
      *reference table edit changes what validation and pay allow,
      *so it leaves the same trace an employee change does.
       01  HELD-BEFORE-VALUE PIC X(30).
       01  HELD-AFTER-VALUE PIC X(30).
       01  TABLE-AUDIT-ACTION PIC X(10).
       01  COMMISSION-PLAN-STATUS PIC X(2).
       77  MENU-CHOICE PIC X.
       77  EXIT-MAINTENANCE PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  READ-ALL PIC X.
       77  TIERS-ARE-VALID PIC X.
       77  NO-MORE-TIERS PIC X.
       77  ENTRY-COUNT PIC 9(4) VALUE ZERO.
       77  ENTRY-COUNT-DISPLAY PIC ZZZ9.
       01  TIER-INDEX PIC 9(1).
       01  TIERS-IN-USE PIC 9(1).
       01  QUOTA-EDIT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01  PERCENT-EDIT-DISPLAY PIC ZZ9.
       01  RATE-EDIT-DISPLAY PIC Z9.99.

       PROCEDURE DIVISION.
      *Maintains the commission plan table keyed by job title: the
      *monthly sales quota and the rate tiers by quota attainment
      *that EmployeeCommissionCalc pays the month's sales against.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM READ-SESSION-NOTE.
       PERFORM OPENING-PROCEDURE.
       PERFORM ACCEPT-MENU-CHOICE
           UNTIL EXIT-MAINTENANCE = "Y".
       IF COMMISSION-PLAN-STATUS = "00"
           CLOSE COMMISSION-PLAN-FILE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *The plan table is built the first time it is needed, the same
      *way EMPLOYEES-FILE is.
       OPEN I-O COMMISSION-PLAN-FILE.
       IF COMMISSION-PLAN-STATUS = "35"
           OPEN OUTPUT COMMISSION-PLAN-FILE
           CLOSE COMMISSION-PLAN-FILE
           OPEN I-O COMMISSION-PLAN-FILE.
       IF COMMISSION-PLAN-STATUS NOT = "00"
           DISPLAY "Error opening commplan.dat, status code "
               COMMISSION-PLAN-STATUS "."
           MOVE "Y" TO EXIT-MAINTENANCE.

       ACCEPT-MENU-CHOICE.
       DISPLAY " ".
       DISPLAY "Commission plan maintenance".
       DISPLAY "A-Add or update a job title's plan  D-Delete a plan"
           "  L-List the plans  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "A"
           WHEN "a"
               PERFORM ADD-OR-UPDATE-PLAN THRU ADD-OR-UPDATE-PLAN-EXIT
           WHEN "D"
           WHEN "d"
               PERFORM DELETE-A-PLAN THRU DELETE-A-PLAN-EXIT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-THE-PLANS
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-MAINTENANCE
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

       ADD-OR-UPDATE-PLAN.
       MOVE SPACES TO COMMISSION-PLAN-RECORD.
       DISPLAY "ENTER the job title: ".
       ACCEPT COMMPLAN-JOB-TITLE.
       IF COMMPLAN-JOB-TITLE = SPACES
           DISPLAY "A job title is needed."
           GO TO ADD-OR-UPDATE-PLAN-EXIT.
       MOVE "Y" TO RECORD-FOUND.
       READ COMMISSION-PLAN-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       MOVE SPACES TO HELD-BEFORE-VALUE.
       IF RECORD-FOUND = "Y"
           DISPLAY "Job title already has a plan - new values"
               " replace the old ones."
           PERFORM SHOW-ONE-PLAN
           PERFORM FORMAT-PLAN-VALUE
           MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE.
       DISPLAY "ENTER the monthly sales quota (99999999999 ="
           " cents): ".
       ACCEPT COMMPLAN-MONTHLY-QUOTA.
       MOVE 1 TO TIER-INDEX.
       MOVE "N" TO NO-MORE-TIERS.
       PERFORM ACCEPT-ONE-TIER
           UNTIL TIER-INDEX > 5.
       PERFORM CHECK-THE-TIERS.
       IF TIERS-ARE-VALID = "N"
           DISPLAY "Each tier must start above the one before it"
               " and pay a rate - plan not saved."
           GO TO ADD-OR-UPDATE-PLAN-EXIT.
       PERFORM SAVE-PLAN-RECORD.
       ADD-OR-UPDATE-PLAN-EXIT.
       EXIT.

      *Tier 1 always starts at zero; answering zero for a later
      *tier's start ends the list and clears the tiers after it.
       ACCEPT-ONE-TIER.
       IF NO-MORE-TIERS = "Y"
           MOVE ZERO TO COMMPLAN-TIER-FROM-PERCENT (TIER-INDEX)
           MOVE ZERO TO COMMPLAN-TIER-RATE (TIER-INDEX)
       ELSE
           IF TIER-INDEX = 1
               MOVE ZERO TO COMMPLAN-TIER-FROM-PERCENT (1)
           ELSE
               DISPLAY "ENTER the quota attainment % tier "
                   TIER-INDEX " starts at (0 = no more tiers): "
               ACCEPT COMMPLAN-TIER-FROM-PERCENT (TIER-INDEX)
               IF COMMPLAN-TIER-FROM-PERCENT (TIER-INDEX) = ZERO
                   MOVE "Y" TO NO-MORE-TIERS
                   MOVE ZERO TO COMMPLAN-TIER-RATE (TIER-INDEX)
               END-IF
           END-IF
           IF NO-MORE-TIERS = "N"
               DISPLAY "ENTER the commission rate for tier "
                   TIER-INDEX " (0250 = 2.50% of sales): "
               ACCEPT COMMPLAN-TIER-RATE (TIER-INDEX)
           END-IF.
       ADD 1 TO TIER-INDEX.

       CHECK-THE-TIERS.
       MOVE "Y" TO TIERS-ARE-VALID.
       IF COMMPLAN-TIER-RATE (1) = ZERO
           MOVE "N" TO TIERS-ARE-VALID.
       MOVE 2 TO TIER-INDEX.
       PERFORM CHECK-ONE-TIER
           UNTIL TIER-INDEX > 5.

       CHECK-ONE-TIER.
       IF COMMPLAN-TIER-FROM-PERCENT (TIER-INDEX) > ZERO
           IF COMMPLAN-TIER-FROM-PERCENT (TIER-INDEX)
               NOT > COMMPLAN-TIER-FROM-PERCENT (TIER-INDEX - 1)
               OR COMMPLAN-TIER-RATE (TIER-INDEX) = ZERO
               MOVE "N" TO TIERS-ARE-VALID
           END-IF.
       ADD 1 TO TIER-INDEX.

       SAVE-PLAN-RECORD.
       PERFORM FORMAT-PLAN-VALUE.
       IF RECORD-FOUND = "Y"
           REWRITE COMMISSION-PLAN-RECORD
               INVALID KEY
                   DISPLAY "Error updating the commission plan."
               NOT INVALID KEY
                   MOVE "TBL-UPD" TO TABLE-AUDIT-ACTION
                   PERFORM WRITE-TABLE-AUDIT
           END-REWRITE
       ELSE
           WRITE COMMISSION-PLAN-RECORD
               INVALID KEY
                   DISPLAY "Error writing the commission plan."
               NOT INVALID KEY
                   MOVE "TBL-ADD" TO TABLE-AUDIT-ACTION
                   PERFORM WRITE-TABLE-AUDIT
           END-WRITE.

       DELETE-A-PLAN.
       DISPLAY "ENTER the job title: ".
       ACCEPT COMMPLAN-JOB-TITLE.
       READ COMMISSION-PLAN-FILE RECORD
           INVALID KEY
               DISPLAY "No plan for that job title."
               GO TO DELETE-A-PLAN-EXIT
       END-READ.
       PERFORM FORMAT-PLAN-VALUE.
       MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE.
       MOVE SPACES TO HELD-AFTER-VALUE.
       DELETE COMMISSION-PLAN-FILE RECORD
           INVALID KEY
               DISPLAY "Error deleting the commission plan."
               GO TO DELETE-A-PLAN-EXIT
       END-DELETE.
       MOVE "TBL-DEL" TO TABLE-AUDIT-ACTION.
       PERFORM WRITE-TABLE-AUDIT.
       DISPLAY "Plan deleted.".
       DELETE-A-PLAN-EXIT.
       EXIT.

      *Quota and the number of tiers packed into one auditable
      *value.
       FORMAT-PLAN-VALUE.
       MOVE ZERO TO TIERS-IN-USE.
       MOVE 1 TO TIER-INDEX.
       PERFORM COUNT-ONE-TIER
           UNTIL TIER-INDEX > 5.
       MOVE SPACES TO HELD-AFTER-VALUE.
       STRING "QUOTA " COMMPLAN-MONTHLY-QUOTA " TIERS " TIERS-IN-USE
           DELIMITED BY SIZE INTO HELD-AFTER-VALUE.

       COUNT-ONE-TIER.
       IF TIER-INDEX = 1
           OR COMMPLAN-TIER-FROM-PERCENT (TIER-INDEX) > ZERO
           ADD 1 TO TIERS-IN-USE.
       ADD 1 TO TIER-INDEX.

       LIST-THE-PLANS.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE LOW-VALUES TO COMMPLAN-JOB-TITLE.
       START COMMISSION-PLAN-FILE
           KEY IS NOT LESS THAN COMMPLAN-JOB-TITLE
           INVALID KEY
               CONTINUE
       END-START.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-PLAN.
       PERFORM LIST-ONE-PLAN
           UNTIL READ-ALL = "1".
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Job titles with a plan: " ENTRY-COUNT-DISPLAY.

       LIST-ONE-PLAN.
       PERFORM SHOW-ONE-PLAN.
       ADD 1 TO ENTRY-COUNT.
       PERFORM READ-NEXT-PLAN.

       SHOW-ONE-PLAN.
       MOVE COMMPLAN-MONTHLY-QUOTA TO QUOTA-EDIT-DISPLAY.
       DISPLAY "JOB TITLE: " COMMPLAN-JOB-TITLE
           " MONTHLY QUOTA: " QUOTA-EDIT-DISPLAY.
       MOVE 1 TO TIER-INDEX.
       PERFORM SHOW-ONE-TIER
           UNTIL TIER-INDEX > 5.

       SHOW-ONE-TIER.
       IF TIER-INDEX = 1
           OR COMMPLAN-TIER-FROM-PERCENT (TIER-INDEX) > ZERO
           MOVE COMMPLAN-TIER-FROM-PERCENT (TIER-INDEX)
               TO PERCENT-EDIT-DISPLAY
           MOVE COMMPLAN-TIER-RATE (TIER-INDEX) TO RATE-EDIT-DISPLAY
           DISPLAY "  TIER " TIER-INDEX " FROM " PERCENT-EDIT-DISPLAY
               "% OF QUOTA PAYS " RATE-EDIT-DISPLAY "%".
       ADD 1 TO TIER-INDEX.

       READ-NEXT-PLAN.
       READ COMMISSION-PLAN-FILE NEXT RECORD
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
       MOVE "CommissionPlanMaintenance" TO AUDIT-PROGRAM.
       MOVE ZERO TO AUDIT-EMPLOYEE-ID.
       MOVE TABLE-AUDIT-ACTION TO AUDIT-LOG-ACTION.
       MOVE "COMMPLAN" TO AUDIT-TABLE-NAME.
       MOVE COMMPLAN-JOB-TITLE TO AUDIT-TABLE-KEY.
       MOVE HELD-BEFORE-VALUE TO AUDIT-BEFORE-VALUE.
       MOVE HELD-AFTER-VALUE TO AUDIT-AFTER-VALUE.
       WRITE AUDIT-LINE.
       CLOSE AUDIT-FILE.

       END PROGRAM CommissionPlanMaintenance.
