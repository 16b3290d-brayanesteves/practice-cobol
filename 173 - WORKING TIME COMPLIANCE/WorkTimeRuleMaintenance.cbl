       IDENTIFICATION DIVISION.
       PROGRAM-ID. WorkTimeRuleMaintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "AuditPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".
       COPY "WorkTimeRulePhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "AuditLogicFile.cbl".
       COPY "SessionLogicFile.cbl".
       COPY "WorkTimeRuleLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
      *The value before the change, held for the audit line - a
      *reference table edit changes what validation and pay allow,
      *so it leaves the same trace an employee change does.
       01  HELD-BEFORE-VALUE PIC X(30).
       01  HELD-AFTER-VALUE PIC X(30).
       01  TABLE-AUDIT-ACTION PIC X(10).
       01  WORK-TIME-RULE-STATUS PIC X(2).
       77  MENU-CHOICE PIC X.
       77  EXIT-MAINTENANCE PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  READ-ALL PIC X.
       77  ENTRY-COUNT PIC 9(4) VALUE ZERO.
       77  ENTRY-COUNT-DISPLAY PIC ZZZ9.
       01  HOURS-EDIT-DISPLAY PIC Z9.99.
       01  WEEKLY-EDIT-DISPLAY PIC ZZ9.99.
       01  MINUTES-EDIT-DISPLAY PIC ZZ9.
       01  DAYS-EDIT-DISPLAY PIC Z9.

       PROCEDURE DIVISION.
      *Maintains the working-time rules keyed by branch country:
      *the break due after so many hours, the rest between shifts,
      *the most days worked in a row and the most hours in a week,
      *which EmployeeWorkTimeCompliance holds the punches against.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM READ-SESSION-NOTE.
       PERFORM OPENING-PROCEDURE.
       PERFORM ACCEPT-MENU-CHOICE
           UNTIL EXIT-MAINTENANCE = "Y".
       IF WORK-TIME-RULE-STATUS = "00"
           CLOSE WORK-TIME-RULE-FILE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *The rules table is built the first time it is needed, the
      *same way EMPLOYEES-FILE is.
       OPEN I-O WORK-TIME-RULE-FILE.
       IF WORK-TIME-RULE-STATUS = "35"
           OPEN OUTPUT WORK-TIME-RULE-FILE
           CLOSE WORK-TIME-RULE-FILE
           OPEN I-O WORK-TIME-RULE-FILE.
       IF WORK-TIME-RULE-STATUS NOT = "00"
           DISPLAY "Error opening worktimerules.dat, status code "
               WORK-TIME-RULE-STATUS "."
           MOVE "Y" TO EXIT-MAINTENANCE.

       ACCEPT-MENU-CHOICE.
       DISPLAY " ".
       DISPLAY "Working-time rules maintenance".
       DISPLAY "A-Add or update a country's rules  D-Delete rules"
           "  L-List the rules  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "A"
           WHEN "a"
               PERFORM ADD-OR-UPDATE-RULES
                   THRU ADD-OR-UPDATE-RULES-EXIT
           WHEN "D"
           WHEN "d"
               PERFORM DELETE-THE-RULES THRU DELETE-THE-RULES-EXIT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-THE-RULES
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-MAINTENANCE
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

       ADD-OR-UPDATE-RULES.
       MOVE SPACES TO WORK-TIME-RULE-RECORD.
       DISPLAY "ENTER the branch country (blank = home country): ".
       ACCEPT WTRULE-COUNTRY.
       MOVE "Y" TO RECORD-FOUND.
       READ WORK-TIME-RULE-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       MOVE SPACES TO HELD-BEFORE-VALUE.
       IF RECORD-FOUND = "Y"
           DISPLAY "Country already has rules - new values"
               " replace the old ones."
           PERFORM SHOW-ONE-COUNTRY
           PERFORM FORMAT-RULES-VALUE
           MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE.
       DISPLAY "Answer zero to any rule the country does not set.".
       DISPLAY "ENTER the hours after which a break is due"
           " (0600 = 6.00 hours): ".
       ACCEPT WTRULE-BREAK-AFTER-HOURS.
       DISPLAY "ENTER the shortest break allowed, in minutes: ".
       ACCEPT WTRULE-MIN-BREAK-MINUTES.
       DISPLAY "ENTER the least rest between shifts"
           " (1100 = 11.00 hours): ".
       ACCEPT WTRULE-MIN-REST-HOURS.
       DISPLAY "ENTER the most days worked in a row: ".
       ACCEPT WTRULE-MAX-CONSECUTIVE-DAYS.
       DISPLAY "ENTER the most hours in a week"
           " (04800 = 48.00 hours): ".
       ACCEPT WTRULE-MAX-WEEKLY-HOURS.
       IF WTRULE-BREAK-AFTER-HOURS > ZERO
           AND WTRULE-MIN-BREAK-MINUTES = ZERO
           DISPLAY "A break rule needs the break's length -"
               " rules not saved."
           GO TO ADD-OR-UPDATE-RULES-EXIT.
       PERFORM SAVE-RULES-RECORD.
       ADD-OR-UPDATE-RULES-EXIT.
       EXIT.

       SAVE-RULES-RECORD.
       PERFORM FORMAT-RULES-VALUE.
       IF RECORD-FOUND = "Y"
           REWRITE WORK-TIME-RULE-RECORD
               INVALID KEY
                   DISPLAY "Error updating the working-time rules."
               NOT INVALID KEY
                   MOVE "TBL-UPD" TO TABLE-AUDIT-ACTION
                   PERFORM WRITE-TABLE-AUDIT
           END-REWRITE
       ELSE
           WRITE WORK-TIME-RULE-RECORD
               INVALID KEY
                   DISPLAY "Error writing the working-time rules."
               NOT INVALID KEY
                   MOVE "TBL-ADD" TO TABLE-AUDIT-ACTION
                   PERFORM WRITE-TABLE-AUDIT
           END-WRITE.

       DELETE-THE-RULES.
       DISPLAY "ENTER the branch country (blank = home country): ".
       ACCEPT WTRULE-COUNTRY.
       READ WORK-TIME-RULE-FILE RECORD
           INVALID KEY
               DISPLAY "No rules for that country."
               GO TO DELETE-THE-RULES-EXIT
       END-READ.
       PERFORM FORMAT-RULES-VALUE.
       MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE.
       MOVE SPACES TO HELD-AFTER-VALUE.
       DELETE WORK-TIME-RULE-FILE RECORD
           INVALID KEY
               DISPLAY "Error deleting the working-time rules."
               GO TO DELETE-THE-RULES-EXIT
       END-DELETE.
       MOVE "TBL-DEL" TO TABLE-AUDIT-ACTION.
       PERFORM WRITE-TABLE-AUDIT.
       DISPLAY "Rules deleted.".
       DELETE-THE-RULES-EXIT.
       EXIT.

      *The five limits packed into one auditable value.
       FORMAT-RULES-VALUE.
       MOVE SPACES TO HELD-AFTER-VALUE.
       STRING WTRULE-BREAK-AFTER-HOURS "/" WTRULE-MIN-BREAK-MINUTES
           "/" WTRULE-MIN-REST-HOURS "/" WTRULE-MAX-CONSECUTIVE-DAYS
           "/" WTRULE-MAX-WEEKLY-HOURS
           DELIMITED BY SIZE INTO HELD-AFTER-VALUE.

       LIST-THE-RULES.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE LOW-VALUES TO WTRULE-COUNTRY.
       START WORK-TIME-RULE-FILE
           KEY IS NOT LESS THAN WTRULE-COUNTRY
           INVALID KEY
               CONTINUE
       END-START.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-COUNTRY.
       PERFORM LIST-ONE-COUNTRY
           UNTIL READ-ALL = "1".
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Countries with rules: " ENTRY-COUNT-DISPLAY.

       LIST-ONE-COUNTRY.
       PERFORM SHOW-ONE-COUNTRY.
       ADD 1 TO ENTRY-COUNT.
       PERFORM READ-NEXT-COUNTRY.

       SHOW-ONE-COUNTRY.
       IF WTRULE-COUNTRY = SPACES
           DISPLAY "COUNTRY: (HOME)"
       ELSE
           DISPLAY "COUNTRY: " WTRULE-COUNTRY.
       MOVE WTRULE-BREAK-AFTER-HOURS TO HOURS-EDIT-DISPLAY.
       MOVE WTRULE-MIN-BREAK-MINUTES TO MINUTES-EDIT-DISPLAY.
       DISPLAY "  BREAK OF " MINUTES-EDIT-DISPLAY " MINUTES AFTER "
           HOURS-EDIT-DISPLAY " HOURS".
       MOVE WTRULE-MIN-REST-HOURS TO HOURS-EDIT-DISPLAY.
       DISPLAY "  REST BETWEEN SHIFTS AT LEAST " HOURS-EDIT-DISPLAY
           " HOURS".
       MOVE WTRULE-MAX-CONSECUTIVE-DAYS TO DAYS-EDIT-DISPLAY.
       MOVE WTRULE-MAX-WEEKLY-HOURS TO WEEKLY-EDIT-DISPLAY.
       DISPLAY "  AT MOST " DAYS-EDIT-DISPLAY " DAYS IN A ROW AND "
           WEEKLY-EDIT-DISPLAY " HOURS A WEEK".

       READ-NEXT-COUNTRY.
       READ WORK-TIME-RULE-FILE NEXT RECORD
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
       MOVE "WorkTimeRuleMaintenance" TO AUDIT-PROGRAM.
       MOVE ZERO TO AUDIT-EMPLOYEE-ID.
       MOVE TABLE-AUDIT-ACTION TO AUDIT-LOG-ACTION.
       MOVE "WORKTIME" TO AUDIT-TABLE-NAME.
       MOVE WTRULE-COUNTRY TO AUDIT-TABLE-KEY.
       MOVE HELD-BEFORE-VALUE TO AUDIT-BEFORE-VALUE.
       MOVE HELD-AFTER-VALUE TO AUDIT-AFTER-VALUE.
       WRITE AUDIT-LINE.
       CLOSE AUDIT-FILE.

       END PROGRAM WorkTimeRuleMaintenance.
