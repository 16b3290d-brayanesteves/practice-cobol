       COPY "ArchivePhysicalFile.cbl".
       COPY "ControlPhysicalFile.cbl".
       COPY "OperatorPhysicalFile.cbl".
       COPY "LoanPhysicalFile.cbl".

      *One confirmation line per completed termination - the line
      *HR files with the paperwork.
       COPY "ArchiveLogicFile.cbl".
       COPY "ControlLogicFile.cbl".
       COPY "OperatorLogicFile.cbl".
       COPY "LoanLogicFile.cbl".

       FD CONFIRMATION-FILE.
       01 CONFIRMATION-LINE.
      *Arguments for the shared clearance checklist service.
       77  CC-EMPLOYEE-ID PIC 9(6).
       77  CC-STATUS PIC X(2).
      *Open advance and loan balances the leaver still owes.
       01  LOAN-FILE-STATUS PIC X(2).
       77  LOANS-ON-FILE PIC X VALUE "N".
       77  DONE-WITH-LOANS PIC X.
       01  LOANS-OPEN PIC 9(3).
       01  LOAN-BALANCE-OWED PIC 9(7)V99.
       01  AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.
      *Arguments for the shared exception queue.
       77  EQ-SOURCE PIC X(20).
       77  EQ-EMPLOYEE-ID PIC 9(6).
       77  EQ-SEVERITY PIC X(1).
       77  EQ-TEXT PIC X(40).
       77  EQ-STATUS PIC X(2).

      *Termination reason codes, the same in-program reference-table
      *style the authorized-deleters list used: RS resignation,
      *archive snapshot, audit and journal the action, keep the
      *control total straight, and produce the confirmation line -
      *so nothing is half-terminated when the payroll extract or the
      *retention purge comes through next. An open salary advance
      *or staff loan is shown before the confirm and goes to the
      *workbench once the termination is made, so payroll recovers
      *it from the final pay.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM HONOR-THE-WINDOW-LOCK.
       ELSE
           DISPLAY "Operator master not available - terminations"
               " will be refused.".
       OPEN INPUT LOAN-FILE.
       IF LOAN-FILE-STATUS = "00"
           MOVE "Y" TO LOANS-ON-FILE.

       CLOSING-PROCEDURE.
       CLOSE EMPLOYEES-FILE.
       CLOSE CONTROL-FILE.
       IF OPERATOR-MASTER-PRESENT = "Y"
           CLOSE OPERATOR-FILE.
       IF LOANS-ON-FILE = "Y"
           CLOSE LOAN-FILE.

       PROCESS-ONE-TERMINATION.
       DISPLAY " ".
       CONFIRM-AND-TERMINATE.
       DISPLAY "TERMINATING: " EMPLOYEES-NAME " "
           EMPLOYEES-LASTNAMES " - " EMPLOYEES-DEPARTMENT.
       PERFORM CHECK-THE-LOAN-BALANCES THRU
           CHECK-THE-LOAN-BALANCES-EXIT.
       IF LOANS-OPEN > ZERO
           MOVE LOAN-BALANCE-OWED TO AMOUNT-DISPLAY
           DISPLAY "WARNING: " LOANS-OPEN " open advance/loan(s),"
               " balance owed " AMOUNT-DISPLAY ".".
       DISPLAY "Are you sure (Y/N)?".
       ACCEPT CONFIRM-ANSWER.
       IF CONFIRM-ANSWER = "y"
               PERFORM DECREMENT-CONTROL-COUNT
               PERFORM CREATE-CLEARANCE-CHECKLIST
               PERFORM WRITE-CONFIRMATION-LINE
               PERFORM FLAG-THE-LOAN-BALANCES
               ADD 1 TO TERMINATIONS-DONE
       END-REWRITE.

      *Totals whatever is still owed on the employee's open
      *advances and loans; nothing when there is no loan file.
       CHECK-THE-LOAN-BALANCES.
       MOVE ZERO TO LOANS-OPEN LOAN-BALANCE-OWED.
       IF LOANS-ON-FILE = "N"
           GO TO CHECK-THE-LOAN-BALANCES-EXIT.
       MOVE EMPLOYEES-ID TO LOAN-EMPLOYEE-ID.
       MOVE ZERO TO LOAN-NUMBER.
       START LOAN-FILE
           KEY IS NOT LESS THAN LOAN-KEY
           INVALID KEY
               GO TO CHECK-THE-LOAN-BALANCES-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-LOANS.
       PERFORM CHECK-ONE-LOAN
           UNTIL DONE-WITH-LOANS = "Y".
       CHECK-THE-LOAN-BALANCES-EXIT.
       EXIT.

       CHECK-ONE-LOAN.
       READ LOAN-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-LOANS
       END-READ.
       IF DONE-WITH-LOANS = "N"
           IF LOAN-EMPLOYEE-ID NOT = EMPLOYEES-ID
               MOVE "Y" TO DONE-WITH-LOANS
           ELSE
               IF LOAN-OPEN AND LOAN-REMAINING > ZERO
                   ADD 1 TO LOANS-OPEN
                   ADD LOAN-REMAINING TO LOAN-BALANCE-OWED
               END-IF
           END-IF.

      *The balance found before the confirm goes to the workbench
      *so payroll sees it against the final pay.
       FLAG-THE-LOAN-BALANCES.
       IF LOANS-OPEN > ZERO
           MOVE LOAN-BALANCE-OWED TO AMOUNT-DISPLAY
           MOVE "TERMINATION" TO EQ-SOURCE
           MOVE EMPLOYEES-ID TO EQ-EMPLOYEE-ID
           MOVE "W" TO EQ-SEVERITY
           MOVE SPACES TO EQ-TEXT
           STRING "OPEN LOAN BALANCE AT EXIT " AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO EQ-TEXT
           CALL "ExceptionQueueService" USING EQ-SOURCE
               EQ-EMPLOYEE-ID EQ-SEVERITY EQ-TEXT EQ-STATUS
           DISPLAY "Open loan balance sent to the payroll"
               " workbench.".


      *Re-prompts until the reason is one of the codes on the table,
      *so the turnover analysis has something better than free text
