       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckVoidReissue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "AuditPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".
       COPY "CheckRegisterPhysicalFile.cbl".
       COPY "CheckNumberPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "AuditLogicFile.cbl".
       COPY "SessionLogicFile.cbl".
       COPY "CheckRegisterLogicFile.cbl".
       COPY "CheckNumberLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
       01  SIGNED-ON-ROLE PIC X(1) VALUE SPACES.
       01  CHECK-REGISTER-STATUS PIC X(2).
       01  CHECK-NUMBER-STATUS PIC X(2).
       77  MENU-CHOICE PIC X.
       77  EXIT-MAINTENANCE PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  DONE-WITH-EMPLOYEE PIC X.
       77  CHECK-WRITTEN PIC X.
       77  REISSUE-WANTED PIC X.
       77  REISSUE-REPORT-OPEN PIC X VALUE "N".
       01  TODAYS-DATE PIC 9(8).
       01  WANTED-CHECK-NUMBER PIC 9(8).
       01  WANTED-EMPLOYEE-ID PIC 9(6).
       01  NEXT-CHECK-NUMBER PIC 9(8).
       01  ORIGINAL-CHECK-NUMBER PIC 9(8).
       01  ENTERED-VOID-REASON PIC X(30).
       01  CHECK-AUDIT-ACTION PIC X(10).
       01  HELD-BEFORE-VALUE PIC X(30).
       01  HELD-AFTER-VALUE PIC X(30).
       01  CHECK-COUNT PIC 9(4).
       01  CHECK-COUNT-DISPLAY PIC ZZZ9.
       01  AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01  AMOUNT-PROTECTED PIC *,***,**9.99.
       01  CHECK-TEXT PIC X(132).

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "checkreissue".
       77  RW-TITLE PIC X(60)
           VALUE "PAYROLL CHECKS - REISSUED".
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Voids a check in the register and, where the employee is
      *still owed the money, reissues it: the replacement gets the
      *next number from checknum.dat and is printed through the
      *shared report writer, the original is marked voided and the
      *two point at each other. Only an outstanding check can be
      *voided - one the bank has cleared was paid. The list option
      *shows every check an employee has been sent, for the "was
      *this person paid?" call. Supervisor sign-on only, and every
      *void is audited.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM READ-SESSION-NOTE.
       PERFORM OPENING-PROCEDURE.
       PERFORM ACCEPT-MENU-CHOICE
           UNTIL EXIT-MAINTENANCE = "Y".
       IF CHECK-REGISTER-STATUS = "00"
           CLOSE CHECK-REGISTER-FILE.
       IF REISSUE-REPORT-OPEN = "Y"
           MOVE "C" TO RW-REQUEST
           PERFORM CALL-THE-REPORT-WRITER.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       IF SIGNED-ON-ROLE NOT = "S"
           DISPLAY "Check void and reissue needs a supervisor"
               " sign-on."
           MOVE "Y" TO EXIT-MAINTENANCE
           MOVE "99" TO CHECK-REGISTER-STATUS.
       IF EXIT-MAINTENANCE = "N"
           OPEN I-O CHECK-REGISTER-FILE
           IF CHECK-REGISTER-STATUS NOT = "00"
               DISPLAY "No checkreg.dat on file - no checks have"
                   " been printed."
               MOVE "Y" TO EXIT-MAINTENANCE
           END-IF
       END-IF.

       ACCEPT-MENU-CHOICE.
       DISPLAY " ".
       DISPLAY "Check void and reissue".
       DISPLAY "V-Void a check  R-Void and reissue  L-List an"
           " employee's checks  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "V"
           WHEN "v"
               MOVE "N" TO REISSUE-WANTED
               PERFORM VOID-A-CHECK THRU VOID-A-CHECK-EXIT
           WHEN "R"
           WHEN "r"
               MOVE "Y" TO REISSUE-WANTED
               PERFORM VOID-A-CHECK THRU VOID-A-CHECK-EXIT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-EMPLOYEE-CHECKS
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-MAINTENANCE
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

       VOID-A-CHECK.
       DISPLAY "ENTER the check number: ".
       ACCEPT WANTED-CHECK-NUMBER.
       MOVE WANTED-CHECK-NUMBER TO CHECK-NUMBER.
       MOVE "Y" TO RECORD-FOUND.
       READ CHECK-REGISTER-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "N"
           DISPLAY "No such check in the register."
           GO TO VOID-A-CHECK-EXIT.
       PERFORM SHOW-ONE-CHECK.
       IF CHECK-CLEARED
           DISPLAY "That check has cleared the bank - it cannot"
               " be voided."
           GO TO VOID-A-CHECK-EXIT.
       IF CHECK-VOIDED
           DISPLAY "That check is already voided."
           GO TO VOID-A-CHECK-EXIT.
       DISPLAY "ENTER the reason for the void: ".
       ACCEPT ENTERED-VOID-REASON.
       IF ENTERED-VOID-REASON = SPACES
           DISPLAY "A void needs a reason - nothing changed."
           GO TO VOID-A-CHECK-EXIT.
       MOVE CHECK-NUMBER TO ORIGINAL-CHECK-NUMBER.
       IF REISSUE-WANTED = "Y"
           PERFORM WRITE-THE-REPLACEMENT
      *The replacement write leaves its own record in the buffer.
           MOVE ORIGINAL-CHECK-NUMBER TO CHECK-NUMBER
           READ CHECK-REGISTER-FILE RECORD
               INVALID KEY
                   DISPLAY "Error re-reading check "
                       ORIGINAL-CHECK-NUMBER "."
                   GO TO VOID-A-CHECK-EXIT
           END-READ
           MOVE NEXT-CHECK-NUMBER TO CHECK-REPLACED-BY.
       MOVE CHECK-STATUS TO HELD-BEFORE-VALUE.
       MOVE "V" TO CHECK-STATUS.
       MOVE TODAYS-DATE TO CHECK-STATUS-DATE.
       MOVE ENTERED-VOID-REASON TO CHECK-VOID-REASON.
       MOVE SIGNED-ON-OPERATOR TO CHECK-OPERATOR.
       REWRITE CHECK-REGISTER-RECORD
           INVALID KEY
               DISPLAY "Error voiding the check."
               GO TO VOID-A-CHECK-EXIT
       END-REWRITE.
       MOVE SPACES TO HELD-AFTER-VALUE.
       STRING "V " CHECK-REPLACED-BY " " ENTERED-VOID-REASON
           DELIMITED BY SIZE INTO HELD-AFTER-VALUE.
       MOVE "CHK-VOID" TO CHECK-AUDIT-ACTION.
       PERFORM WRITE-CHECK-AUDIT.
       DISPLAY "Check " ORIGINAL-CHECK-NUMBER " voided.".
       IF REISSUE-WANTED = "Y"
           DISPLAY "Replaced by check " NEXT-CHECK-NUMBER
               " - printed to the reissue report.".
       VOID-A-CHECK-EXIT.
       EXIT.

      *Same payee, amount, reason and reference as the original, on
      *the next number, pointing back at the check it replaces.
       WRITE-THE-REPLACEMENT.
       PERFORM FETCH-THE-LAST-CHECK-NUMBER.
       MOVE ORIGINAL-CHECK-NUMBER TO CHECK-REPLACES.
       MOVE ZERO TO CHECK-REPLACED-BY.
       MOVE "I" TO CHECK-STATUS.
       MOVE TODAYS-DATE TO CHECK-ISSUE-DATE.
       MOVE TODAYS-DATE TO CHECK-STATUS-DATE.
       MOVE SPACES TO CHECK-VOID-REASON.
       MOVE SIGNED-ON-OPERATOR TO CHECK-OPERATOR.
       MOVE "N" TO CHECK-WRITTEN.
       PERFORM WRITE-THE-REGISTER-ENTRY
           UNTIL CHECK-WRITTEN = "Y".
       PERFORM SAVE-THE-LAST-CHECK-NUMBER.
       MOVE SPACES TO HELD-BEFORE-VALUE.
       MOVE SPACES TO HELD-AFTER-VALUE.
       STRING "I REPLACES " ORIGINAL-CHECK-NUMBER
           DELIMITED BY SIZE INTO HELD-AFTER-VALUE.
       MOVE "CHK-REISS" TO CHECK-AUDIT-ACTION.
       PERFORM WRITE-CHECK-AUDIT.
       PERFORM PRINT-THE-CHECK.

       WRITE-THE-REGISTER-ENTRY.
       ADD 1 TO NEXT-CHECK-NUMBER.
       MOVE NEXT-CHECK-NUMBER TO CHECK-NUMBER.
       WRITE CHECK-REGISTER-RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "Y" TO CHECK-WRITTEN
       END-WRITE.

       FETCH-THE-LAST-CHECK-NUMBER.
       MOVE ZERO TO NEXT-CHECK-NUMBER.
       OPEN INPUT CHECK-NUMBER-FILE.
       IF CHECK-NUMBER-STATUS = "00"
           READ CHECK-NUMBER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE LAST-CHECK-NUMBER TO NEXT-CHECK-NUMBER
           END-READ.
       CLOSE CHECK-NUMBER-FILE.

       SAVE-THE-LAST-CHECK-NUMBER.
       OPEN OUTPUT CHECK-NUMBER-FILE.
       MOVE NEXT-CHECK-NUMBER TO LAST-CHECK-NUMBER.
       WRITE CHECK-NUMBER-RECORD.
       CLOSE CHECK-NUMBER-FILE.

       PRINT-THE-CHECK.
       IF REISSUE-REPORT-OPEN = "N"
           MOVE "O" TO RW-REQUEST
           MOVE SPACES TO RW-COLUMN-HEADING
           PERFORM CALL-THE-REPORT-WRITER
           MOVE "Y" TO REISSUE-REPORT-OPEN.
       MOVE CHECK-AMOUNT TO AMOUNT-PROTECTED.
       MOVE SPACES TO CHECK-TEXT.
       STRING "CHECK NUMBER " CHECK-NUMBER
           "          DATE " CHECK-ISSUE-DATE
           DELIMITED BY SIZE INTO CHECK-TEXT.
       PERFORM WRITE-CHECK-TEXT.
       MOVE SPACES TO CHECK-TEXT.
       PERFORM WRITE-CHECK-TEXT.
       MOVE SPACES TO CHECK-TEXT.
       STRING "PAY TO THE ORDER OF  " CHECK-PAYEE
           DELIMITED BY SIZE INTO CHECK-TEXT.
       PERFORM WRITE-CHECK-TEXT.
       MOVE SPACES TO CHECK-TEXT.
       STRING "THE SUM OF           " AMOUNT-PROTECTED
           DELIMITED BY SIZE INTO CHECK-TEXT.
       PERFORM WRITE-CHECK-TEXT.
       MOVE SPACES TO CHECK-TEXT.
       PERFORM WRITE-CHECK-TEXT.
       MOVE SPACES TO CHECK-TEXT.
       STRING "EMPLOYEE " CHECK-EMPLOYEE-ID
           "  REISSUE OF CHECK " CHECK-REPLACES
           DELIMITED BY SIZE INTO CHECK-TEXT.
       PERFORM WRITE-CHECK-TEXT.
       MOVE "P" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       WRITE-CHECK-TEXT.
       MOVE CHECK-TEXT TO RW-DETAIL.
       MOVE "D" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       CALL-THE-REPORT-WRITER.
       CALL "ReportWriterService" USING RW-REQUEST RW-REPORT-NAME
           RW-TITLE RW-COLUMN-HEADING RW-DETAIL RW-STATUS.

       LIST-EMPLOYEE-CHECKS.
       DISPLAY "ENTER the employee ID: ".
       ACCEPT WANTED-EMPLOYEE-ID.
       MOVE ZERO TO CHECK-COUNT.
       MOVE WANTED-EMPLOYEE-ID TO CHECK-EMPLOYEE-ID.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       START CHECK-REGISTER-FILE
           KEY IS EQUAL TO CHECK-EMPLOYEE-ID
           INVALID KEY
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-START.
       PERFORM LIST-ONE-CHECK
           UNTIL DONE-WITH-EMPLOYEE = "Y".
       MOVE CHECK-COUNT TO CHECK-COUNT-DISPLAY.
       DISPLAY "Checks on file for " WANTED-EMPLOYEE-ID ": "
           CHECK-COUNT-DISPLAY.

       LIST-ONE-CHECK.
       READ CHECK-REGISTER-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-READ.
       IF DONE-WITH-EMPLOYEE = "N"
           IF CHECK-EMPLOYEE-ID NOT = WANTED-EMPLOYEE-ID
               MOVE "Y" TO DONE-WITH-EMPLOYEE
           ELSE
               PERFORM SHOW-ONE-CHECK
               ADD 1 TO CHECK-COUNT
           END-IF.

       SHOW-ONE-CHECK.
       MOVE CHECK-AMOUNT TO AMOUNT-DISPLAY.
       DISPLAY "CHECK: " CHECK-NUMBER " EMPLOYEE: " CHECK-EMPLOYEE-ID
           " ISSUED: " CHECK-ISSUE-DATE " AMOUNT: " AMOUNT-DISPLAY
           " FOR: " CHECK-REASON " " CHECK-REFERENCE.
       DISPLAY "       STATUS: " CHECK-STATUS " ON " CHECK-STATUS-DATE
           " REPLACES: " CHECK-REPLACES
           " REPLACED BY: " CHECK-REPLACED-BY.
       IF CHECK-VOIDED
           DISPLAY "       VOIDED: " CHECK-VOID-REASON.

      *Picks up the identity the sign-on program left behind.
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

       WRITE-CHECK-AUDIT.
       OPEN EXTEND AUDIT-FILE.
       MOVE SPACES TO AUDIT-LINE.
       ACCEPT AUDIT-LOG-DATE FROM DATE YYYYMMDD.
       ACCEPT AUDIT-LOG-TIME FROM TIME.
       MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR.
       MOVE "CheckVoidReissue" TO AUDIT-PROGRAM.
       MOVE CHECK-EMPLOYEE-ID TO AUDIT-EMPLOYEE-ID.
       MOVE CHECK-AUDIT-ACTION TO AUDIT-LOG-ACTION.
       MOVE "CHECKREG" TO AUDIT-TABLE-NAME.
       MOVE CHECK-NUMBER TO AUDIT-TABLE-KEY.
       MOVE HELD-BEFORE-VALUE TO AUDIT-BEFORE-VALUE.
       MOVE HELD-AFTER-VALUE TO AUDIT-AFTER-VALUE.
       WRITE AUDIT-LINE.
       CLOSE AUDIT-FILE.

       END PROGRAM CheckVoidReissue.
