       IDENTIFICATION DIVISION.
       PROGRAM-ID. OccurrencePointsMaintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "AuditPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".
       COPY "OccurrencePointsPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "AuditLogicFile.cbl".
       COPY "SessionLogicFile.cbl".
       COPY "OccurrencePointsLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
      *The value before the change, held for the audit line - a
      *reference table edit changes what validation and pay allow,
      *so it leaves the same trace an employee change does.
       01  HELD-BEFORE-VALUE PIC X(30).
       01  HELD-AFTER-VALUE PIC X(30).
       01  TABLE-AUDIT-ACTION PIC X(10).
       01  OCCURRENCE-POINTS-STATUS PIC X(2).
       77  MENU-CHOICE PIC X.
       77  EXIT-MAINTENANCE PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  READ-ALL PIC X.
       77  ENTRY-COUNT PIC 9(4) VALUE ZERO.
       77  ENTRY-COUNT-DISPLAY PIC ZZZ9.
       01  POINTS-EDIT-DISPLAY PIC Z9.9.

       PROCEDURE DIVISION.
      *Maintains the attendance points table keyed by occurrence
      *type: the points an unplanned sick absence, a late arrival,
      *an early departure, a no-call/no-show or a missing OUT punch
      *costs, which EmployeeAttendancePoints posts to the ledger.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM READ-SESSION-NOTE.
       PERFORM OPENING-PROCEDURE.
       PERFORM ACCEPT-MENU-CHOICE
           UNTIL EXIT-MAINTENANCE = "Y".
       IF OCCURRENCE-POINTS-STATUS = "00"
           CLOSE OCCURRENCE-POINTS-FILE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *The points table is built the first time it is needed, the
      *same way EMPLOYEES-FILE is.
       OPEN I-O OCCURRENCE-POINTS-FILE.
       IF OCCURRENCE-POINTS-STATUS = "35"
           OPEN OUTPUT OCCURRENCE-POINTS-FILE
           CLOSE OCCURRENCE-POINTS-FILE
           OPEN I-O OCCURRENCE-POINTS-FILE.
       IF OCCURRENCE-POINTS-STATUS NOT = "00"
           DISPLAY "Error opening occpoints.dat, status code "
               OCCURRENCE-POINTS-STATUS "."
           MOVE "Y" TO EXIT-MAINTENANCE.

       ACCEPT-MENU-CHOICE.
       DISPLAY " ".
       DISPLAY "Attendance points table maintenance".
       DISPLAY "A-Add or update a type's points  D-Delete a type"
           "  L-List the table  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "A"
           WHEN "a"
               PERFORM ADD-OR-UPDATE-TYPE THRU ADD-OR-UPDATE-TYPE-EXIT
           WHEN "D"
           WHEN "d"
               PERFORM DELETE-A-TYPE THRU DELETE-A-TYPE-EXIT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-THE-TYPES
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-MAINTENANCE
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

       ADD-OR-UPDATE-TYPE.
       MOVE SPACES TO OCCURRENCE-POINTS-RECORD.
       DISPLAY "ENTER the occurrence type - S unplanned sick,"
           " L late, E early out, N no-call/no-show, O no OUT"
           " punch: ".
       ACCEPT OCCPTS-TYPE.
       IF NOT OCCPTS-VALID-TYPE
           DISPLAY "Occurrence type must be S, L, E, N or O."
           GO TO ADD-OR-UPDATE-TYPE-EXIT.
       MOVE "Y" TO RECORD-FOUND.
       READ OCCURRENCE-POINTS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       MOVE SPACES TO HELD-BEFORE-VALUE.
       IF RECORD-FOUND = "Y"
           DISPLAY "Type is already on the table - new values"
               " replace the old ones."
           PERFORM SHOW-ONE-TYPE
           PERFORM FORMAT-TYPE-VALUE
           MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE.
       DISPLAY "ENTER the description: ".
       ACCEPT OCCPTS-DESCRIPTION.
       DISPLAY "ENTER the points (015 = 1.5 points): ".
       ACCEPT OCCPTS-POINTS.
       IF OCCPTS-DESCRIPTION = SPACES
           DISPLAY "A description is needed - type not saved."
           GO TO ADD-OR-UPDATE-TYPE-EXIT.
       PERFORM SAVE-TYPE-RECORD.
       ADD-OR-UPDATE-TYPE-EXIT.
       EXIT.

       SAVE-TYPE-RECORD.
       PERFORM FORMAT-TYPE-VALUE.
       IF RECORD-FOUND = "Y"
           REWRITE OCCURRENCE-POINTS-RECORD
               INVALID KEY
                   DISPLAY "Error updating the points table."
               NOT INVALID KEY
                   MOVE "TBL-UPD" TO TABLE-AUDIT-ACTION
                   PERFORM WRITE-TABLE-AUDIT
           END-REWRITE
       ELSE
           WRITE OCCURRENCE-POINTS-RECORD
               INVALID KEY
                   DISPLAY "Error writing the points table."
               NOT INVALID KEY
                   MOVE "TBL-ADD" TO TABLE-AUDIT-ACTION
                   PERFORM WRITE-TABLE-AUDIT
           END-WRITE.

      *Deleting a type stops it costing points from the next
      *posting on; what is already on the ledger stands.
       DELETE-A-TYPE.
       DISPLAY "ENTER the occurrence type: ".
       ACCEPT OCCPTS-TYPE.
       READ OCCURRENCE-POINTS-FILE RECORD
           INVALID KEY
               DISPLAY "That type is not on the table."
               GO TO DELETE-A-TYPE-EXIT
       END-READ.
       PERFORM FORMAT-TYPE-VALUE.
       MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE.
       MOVE SPACES TO HELD-AFTER-VALUE.
       DELETE OCCURRENCE-POINTS-FILE RECORD
           INVALID KEY
               DISPLAY "Error deleting the type."
               GO TO DELETE-A-TYPE-EXIT
       END-DELETE.
       MOVE "TBL-DEL" TO TABLE-AUDIT-ACTION.
       PERFORM WRITE-TABLE-AUDIT.
       DISPLAY "Type deleted.".
       DELETE-A-TYPE-EXIT.
       EXIT.

       FORMAT-TYPE-VALUE.
       MOVE OCCPTS-POINTS TO POINTS-EDIT-DISPLAY.
       MOVE SPACES TO HELD-AFTER-VALUE.
       STRING "POINTS " POINTS-EDIT-DISPLAY " " OCCPTS-DESCRIPTION
           DELIMITED BY SIZE INTO HELD-AFTER-VALUE.

       LIST-THE-TYPES.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE LOW-VALUES TO OCCPTS-TYPE.
       START OCCURRENCE-POINTS-FILE
           KEY IS NOT LESS THAN OCCPTS-TYPE
           INVALID KEY
               CONTINUE
       END-START.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-TYPE.
       PERFORM LIST-ONE-TYPE
           UNTIL READ-ALL = "1".
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Occurrence types on the table: " ENTRY-COUNT-DISPLAY.

       LIST-ONE-TYPE.
       PERFORM SHOW-ONE-TYPE.
       ADD 1 TO ENTRY-COUNT.
       PERFORM READ-NEXT-TYPE.

       SHOW-ONE-TYPE.
       MOVE OCCPTS-POINTS TO POINTS-EDIT-DISPLAY.
       DISPLAY "TYPE: " OCCPTS-TYPE " " OCCPTS-DESCRIPTION
           " POINTS: " POINTS-EDIT-DISPLAY.

       READ-NEXT-TYPE.
       READ OCCURRENCE-POINTS-FILE NEXT RECORD
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
       MOVE "OccurrencePointsMaintenance" TO AUDIT-PROGRAM.
       MOVE ZERO TO AUDIT-EMPLOYEE-ID.
       MOVE TABLE-AUDIT-ACTION TO AUDIT-LOG-ACTION.
       MOVE "OCCPOINTS" TO AUDIT-TABLE-NAME.
       MOVE OCCPTS-TYPE TO AUDIT-TABLE-KEY.
       MOVE HELD-BEFORE-VALUE TO AUDIT-BEFORE-VALUE.
       MOVE HELD-AFTER-VALUE TO AUDIT-AFTER-VALUE.
       WRITE AUDIT-LINE.
       CLOSE AUDIT-FILE.

       END PROGRAM OccurrencePointsMaintenance.
