       IDENTIFICATION DIVISION.
       PROGRAM-ID. TerminalMaintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "AuditPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".
       COPY "TerminalPhysicalFile.cbl".
       COPY "BranchPhysicalFile.cbl".
       COPY "ShiftPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "AuditLogicFile.cbl".
       COPY "SessionLogicFile.cbl".
       COPY "TerminalLogicFile.cbl".
       COPY "BranchLogicFile.cbl".
       COPY "ShiftLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
      *The value before the change, held for the audit line - a
      *terminal edit changes which clocks the interface expects to
      *hear from, so it leaves the same trace an employee change
      *does.
       01  HELD-BEFORE-VALUE PIC X(30).
       01  HELD-AFTER-VALUE PIC X(30).
       01  TABLE-AUDIT-ACTION PIC X(10).
       01  TERMINAL-FILE-STATUS PIC X(2).
       01  BRANCH-FILE-STATUS PIC X(2).
       01  BRANCH-FILE-PRESENT PIC X VALUE "N".
       01  SHIFT-FILE-STATUS PIC X(2).
       01  SHIFT-FILE-PRESENT PIC X VALUE "N".
      *Kept across an update so editing a terminal never resets
      *what the interface has already taken from it.
       01  HELD-LAST-SEQUENCE PIC 9(6).
       01  HELD-LAST-DATE PIC 9(8).
       01  BRANCH-WANTED PIC X(3).
       01  DAY-INDEX PIC 9.
       01  SLOT-INDEX PIC 9.
       77  ENTRY-IS-VALID PIC X.
       77  MENU-CHOICE PIC X.
       77  EXIT-MAINTENANCE PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  READ-ALL PIC X.
       77  ENTRY-COUNT PIC 9(4) VALUE ZERO.
       77  ENTRY-COUNT-DISPLAY PIC ZZZ9.

       PROCEDURE DIVISION.
      *Maintains the time clock terminal master: the branch each
      *terminal hangs in, where, whether it is still in service,
      *the days its branch works and the shifts whose crews punch
      *at it. The time clock interface checks each day's punches
      *against it for sequence gaps, replayed buffers and clocks
      *that went quiet during a shift.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM READ-SESSION-NOTE.
       PERFORM OPENING-PROCEDURE.
       PERFORM ACCEPT-MENU-CHOICE
           UNTIL EXIT-MAINTENANCE = "Y".
       PERFORM CLOSING-PROCEDURE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *The terminal master is built the first time it is needed,
      *the same way EMPLOYEES-FILE is.
       OPEN I-O TERMINAL-FILE.
       IF TERMINAL-FILE-STATUS = "35"
           OPEN OUTPUT TERMINAL-FILE
           CLOSE TERMINAL-FILE
           OPEN I-O TERMINAL-FILE.
       IF TERMINAL-FILE-STATUS NOT = "00"
           DISPLAY "Error opening terminals.dat, status code "
               TERMINAL-FILE-STATUS "."
           MOVE "Y" TO EXIT-MAINTENANCE.
      *Branch and shift codes are checked when their masters are
      *there to check against.
       OPEN INPUT BRANCH-FILE.
       IF BRANCH-FILE-STATUS = "00"
           MOVE "Y" TO BRANCH-FILE-PRESENT.
       OPEN INPUT SHIFT-FILE.
       IF SHIFT-FILE-STATUS = "00"
           MOVE "Y" TO SHIFT-FILE-PRESENT.

       CLOSING-PROCEDURE.
       IF TERMINAL-FILE-STATUS = "00"
           CLOSE TERMINAL-FILE.
       IF BRANCH-FILE-PRESENT = "Y"
           CLOSE BRANCH-FILE.
       IF SHIFT-FILE-PRESENT = "Y"
           CLOSE SHIFT-FILE.

       ACCEPT-MENU-CHOICE.
       DISPLAY " ".
       DISPLAY "Time clock terminal maintenance".
       DISPLAY "A-Add or update a terminal  D-Delete a terminal"
           "  L-List by branch  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "A"
           WHEN "a"
               PERFORM ADD-OR-UPDATE-TERMINAL
                   THRU ADD-OR-UPDATE-TERMINAL-EXIT
           WHEN "D"
           WHEN "d"
               PERFORM DELETE-A-TERMINAL THRU DELETE-A-TERMINAL-EXIT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-THE-TERMINALS
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-MAINTENANCE
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

       ADD-OR-UPDATE-TERMINAL.
       MOVE SPACES TO TERMINAL-RECORD.
       DISPLAY "ENTER the terminal ID: ".
       ACCEPT TERMINAL-ID.
       IF TERMINAL-ID = SPACES
           DISPLAY "A terminal ID is needed."
           GO TO ADD-OR-UPDATE-TERMINAL-EXIT.
       MOVE "Y" TO RECORD-FOUND.
       READ TERMINAL-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       MOVE SPACES TO HELD-BEFORE-VALUE.
       MOVE ZERO TO HELD-LAST-SEQUENCE.
       MOVE ZERO TO HELD-LAST-DATE.
       IF RECORD-FOUND = "Y"
           DISPLAY "Terminal is already on file - new values"
               " replace the old ones."
           PERFORM SHOW-ONE-TERMINAL
           PERFORM FORMAT-TERMINAL-VALUE
           MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE
           MOVE TERMINAL-LAST-SEQUENCE TO HELD-LAST-SEQUENCE
           MOVE TERMINAL-LAST-DATE TO HELD-LAST-DATE.
       DISPLAY "ENTER the branch code: ".
       ACCEPT TERMINAL-BRANCH.
       DISPLAY "ENTER where the terminal hangs: ".
       ACCEPT TERMINAL-LOCATION.
       DISPLAY "ENTER A if in service, I if retired: ".
       ACCEPT TERMINAL-STATUS.
       DISPLAY "ENTER the working days, Monday first, as Y or N"
           " (YYYYYNN = weekdays): ".
       ACCEPT TERMINAL-DAYS.
       DISPLAY "ENTER the first shift code punching here: ".
       ACCEPT TERMINAL-SHIFT-CODE (1).
       DISPLAY "ENTER the second shift code, or leave blank: ".
       ACCEPT TERMINAL-SHIFT-CODE (2).
       DISPLAY "ENTER the third shift code, or leave blank: ".
       ACCEPT TERMINAL-SHIFT-CODE (3).
       INSPECT TERMINAL-STATUS CONVERTING "ai" TO "AI".
       INSPECT TERMINAL-DAYS CONVERTING "yn" TO "YN".
       MOVE HELD-LAST-SEQUENCE TO TERMINAL-LAST-SEQUENCE.
       MOVE HELD-LAST-DATE TO TERMINAL-LAST-DATE.
       PERFORM CHECK-THE-TERMINAL THRU CHECK-THE-TERMINAL-EXIT.
       IF ENTRY-IS-VALID = "N"
           DISPLAY "Terminal not saved."
           GO TO ADD-OR-UPDATE-TERMINAL-EXIT.
       PERFORM SAVE-TERMINAL-RECORD.
       ADD-OR-UPDATE-TERMINAL-EXIT.
       EXIT.

       CHECK-THE-TERMINAL.
       MOVE "N" TO ENTRY-IS-VALID.
       IF TERMINAL-BRANCH = SPACES
           DISPLAY "A branch code is needed."
           GO TO CHECK-THE-TERMINAL-EXIT.
       IF BRANCH-FILE-PRESENT = "Y"
           MOVE TERMINAL-BRANCH TO BRANCH-CODE
           READ BRANCH-FILE RECORD
               INVALID KEY
                   DISPLAY "Branch is not on the branch reference"
                       " file."
                   GO TO CHECK-THE-TERMINAL-EXIT
           END-READ.
       IF NOT TERMINAL-STATUS-VALID
           DISPLAY "Status must be A or I."
           GO TO CHECK-THE-TERMINAL-EXIT.
       MOVE "Y" TO ENTRY-IS-VALID.
       MOVE 1 TO DAY-INDEX.
       PERFORM CHECK-ONE-DAY
           UNTIL DAY-INDEX > 7.
       IF ENTRY-IS-VALID = "N"
           DISPLAY "Each working day must be Y or N."
           GO TO CHECK-THE-TERMINAL-EXIT.
       IF TERMINAL-SHIFT-CODE (1) = SPACES
           MOVE "N" TO ENTRY-IS-VALID
           DISPLAY "At least one shift code is needed."
           GO TO CHECK-THE-TERMINAL-EXIT.
       MOVE 1 TO SLOT-INDEX.
       PERFORM CHECK-ONE-SHIFT
           UNTIL SLOT-INDEX > 3.
       CHECK-THE-TERMINAL-EXIT.
       EXIT.

       CHECK-ONE-DAY.
       IF TERMINAL-DAY (DAY-INDEX) NOT = "Y"
           AND TERMINAL-DAY (DAY-INDEX) NOT = "N"
           MOVE "N" TO ENTRY-IS-VALID.
       ADD 1 TO DAY-INDEX.

       CHECK-ONE-SHIFT.
       IF TERMINAL-SHIFT-CODE (SLOT-INDEX) NOT = SPACES
           AND SHIFT-FILE-PRESENT = "Y"
           MOVE TERMINAL-SHIFT-CODE (SLOT-INDEX) TO SHIFT-CODE
           READ SHIFT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO ENTRY-IS-VALID
                   DISPLAY "Shift " SHIFT-CODE
                       " is not on the shift table."
           END-READ.
       ADD 1 TO SLOT-INDEX.

       SAVE-TERMINAL-RECORD.
       PERFORM FORMAT-TERMINAL-VALUE.
       IF RECORD-FOUND = "Y"
           REWRITE TERMINAL-RECORD
               INVALID KEY
                   DISPLAY "Error updating the terminal master."
               NOT INVALID KEY
                   MOVE "TBL-UPD" TO TABLE-AUDIT-ACTION
                   PERFORM WRITE-TABLE-AUDIT
           END-REWRITE
       ELSE
           WRITE TERMINAL-RECORD
               INVALID KEY
                   DISPLAY "Error writing the terminal master."
               NOT INVALID KEY
                   MOVE "TBL-ADD" TO TABLE-AUDIT-ACTION
                   PERFORM WRITE-TABLE-AUDIT
           END-WRITE.

      *Retiring a terminal (status I) keeps its sequence history;
      *deleting it makes any punch it still sends an unknown
      *terminal on the clock health report.
       DELETE-A-TERMINAL.
       DISPLAY "ENTER the terminal ID: ".
       ACCEPT TERMINAL-ID.
       READ TERMINAL-FILE RECORD
           INVALID KEY
               DISPLAY "That terminal is not on file."
               GO TO DELETE-A-TERMINAL-EXIT
       END-READ.
       PERFORM FORMAT-TERMINAL-VALUE.
       MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE.
       MOVE SPACES TO HELD-AFTER-VALUE.
       DELETE TERMINAL-FILE RECORD
           INVALID KEY
               DISPLAY "Error deleting the terminal."
               GO TO DELETE-A-TERMINAL-EXIT
       END-DELETE.
       MOVE "TBL-DEL" TO TABLE-AUDIT-ACTION.
       PERFORM WRITE-TABLE-AUDIT.
       DISPLAY "Terminal deleted.".
       DELETE-A-TERMINAL-EXIT.
       EXIT.

       FORMAT-TERMINAL-VALUE.
       MOVE SPACES TO HELD-AFTER-VALUE.
       STRING "BR " TERMINAL-BRANCH " " TERMINAL-STATUS " "
           TERMINAL-DAYS " SH " TERMINAL-SHIFT-CODE (1) " "
           TERMINAL-SHIFT-CODE (2) " " TERMINAL-SHIFT-CODE (3)
           DELIMITED BY SIZE INTO HELD-AFTER-VALUE.

      *The master is keyed by terminal, so a branch listing reads
      *it end to end and shows only that branch's clocks.
       LIST-THE-TERMINALS.
       DISPLAY "ENTER the branch code, or leave blank for all: ".
       ACCEPT BRANCH-WANTED.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE LOW-VALUES TO TERMINAL-ID.
       START TERMINAL-FILE
           KEY IS NOT LESS THAN TERMINAL-ID
           INVALID KEY
               CONTINUE
       END-START.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-TERMINAL.
       PERFORM LIST-ONE-TERMINAL
           UNTIL READ-ALL = "1".
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Terminals listed: " ENTRY-COUNT-DISPLAY.

       LIST-ONE-TERMINAL.
       IF BRANCH-WANTED = SPACES
           OR BRANCH-WANTED = TERMINAL-BRANCH
           PERFORM SHOW-ONE-TERMINAL
           ADD 1 TO ENTRY-COUNT.
       PERFORM READ-NEXT-TERMINAL.

       SHOW-ONE-TERMINAL.
       DISPLAY "TERMINAL: " TERMINAL-ID " BRANCH: " TERMINAL-BRANCH
           " " TERMINAL-LOCATION " STATUS: " TERMINAL-STATUS.
       DISPLAY "   DAYS: " TERMINAL-DAYS
           " SHIFTS: " TERMINAL-SHIFT-CODE (1) " "
           TERMINAL-SHIFT-CODE (2) " " TERMINAL-SHIFT-CODE (3)
           " LAST SEQ: " TERMINAL-LAST-SEQUENCE
           " ON " TERMINAL-LAST-DATE.

       READ-NEXT-TERMINAL.
       READ TERMINAL-FILE NEXT RECORD
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
       MOVE "TerminalMaintenance" TO AUDIT-PROGRAM.
       MOVE ZERO TO AUDIT-EMPLOYEE-ID.
       MOVE TABLE-AUDIT-ACTION TO AUDIT-LOG-ACTION.
       MOVE "TERMINAL" TO AUDIT-TABLE-NAME.
       MOVE TERMINAL-ID TO AUDIT-TABLE-KEY.
       MOVE HELD-BEFORE-VALUE TO AUDIT-BEFORE-VALUE.
       MOVE HELD-AFTER-VALUE TO AUDIT-AFTER-VALUE.
       WRITE AUDIT-LINE.
       CLOSE AUDIT-FILE.

       END PROGRAM TerminalMaintenance.
