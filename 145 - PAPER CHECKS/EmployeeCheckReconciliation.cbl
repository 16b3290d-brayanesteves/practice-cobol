       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeCheckReconciliation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "CheckRegisterPhysicalFile.cbl".

      *The bank's paid-checks file: one line per check that cleared
      *the account since the last file.
       SELECT CLEARED-CHECK-FILE
       ASSIGN TO "clearedchecks.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CLEARED-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CheckRegisterLogicFile.cbl".

       FD CLEARED-CHECK-FILE.
       01 CLEARED-CHECK-RECORD.
           05 CLEARED-CHECK-NUMBER PIC 9(8).
           05 FILLER PIC X(1).
           05 CLEARED-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 CLEARED-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  CHECK-REGISTER-STATUS PIC X(2).
       01  CLEARED-CHECK-STATUS PIC X(2).
       01  READ-ALL PIC X.
       01  RECORD-FOUND PIC X.
       01  CHECKS-CLEARED PIC 9(5) VALUE ZERO.
       01  BREAK-COUNT PIC 9(5) VALUE ZERO.
       01  OUTSTANDING-COUNT PIC 9(5) VALUE ZERO.
       01  TOTAL-CLEARED PIC 9(9)V99 VALUE ZERO.
       01  TOTAL-OUTSTANDING PIC 9(9)V99 VALUE ZERO.
       01  COUNT-DISPLAY PIC Z(4)9.

       01  HEADING-LINE.
           05  FILLER PIC X(10) VALUE "CHECK".
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(16) VALUE "REGISTER".
           05  FILLER PIC X(16) VALUE "BANK".
           05  FILLER PIC X(10) VALUE "DATE".
           05  FILLER PIC X(30) VALUE "RESULT".

       01  DETAIL-LINE.
           05  DL-CHECK-NUMBER PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-REGISTER-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(4) VALUE SPACES.
           05  DL-BANK-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(4) VALUE SPACES.
           05  DL-DATE PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-RESULT PIC X(30).

       01  TOTAL-LINE.
           05  TL-LABEL PIC X(24).
           05  TL-COUNT PIC Z(4)9.
           05  FILLER PIC X(4) VALUE SPACES.
           05  TL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "checkrecon".
       77  RW-TITLE PIC X(60)
           VALUE "PAYROLL CHECK RECONCILIATION".
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Reconciles the bank's paid-checks file against the check
      *register. A check that matches an outstanding register entry
      *to the cent is marked cleared with the bank's date. Anything
      *else is a break for finance: a number the register never
      *issued, a voided check the bank paid anyway, a check paid
      *twice, or a paid amount that differs from the check. The
      *report closes with every check still outstanding, so "was
      *this person paid?" has an answer on paper too.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           PERFORM OPEN-THE-REPORT
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-CLEARED-CHECK
           PERFORM MATCH-ONE-CLEARED-CHECK
               UNTIL READ-ALL = "1"
           PERFORM LIST-THE-OUTSTANDING
           PERFORM PRINT-THE-TOTALS
           PERFORM CLOSE-THE-REPORT
           CLOSE CLEARED-CHECK-FILE
           CLOSE CHECK-REGISTER-FILE
           MOVE CHECKS-CLEARED TO COUNT-DISPLAY
           DISPLAY "Checks cleared: " COUNT-DISPLAY
           MOVE BREAK-COUNT TO COUNT-DISPLAY
           DISPLAY "Reconciliation breaks: " COUNT-DISPLAY.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       OPEN INPUT CLEARED-CHECK-FILE.
       IF CLEARED-CHECK-STATUS NOT = "00"
           DISPLAY "No clearedchecks.dat on file - nothing to"
               " reconcile."
           MOVE 1 TO RETURN-CODE.
       IF RETURN-CODE = ZERO
           OPEN I-O CHECK-REGISTER-FILE
           IF CHECK-REGISTER-STATUS NOT = "00"
               DISPLAY "No checkreg.dat on file - no checks have"
                   " been printed."
               MOVE 1 TO RETURN-CODE
               CLOSE CLEARED-CHECK-FILE
           END-IF
       END-IF.

       MATCH-ONE-CLEARED-CHECK.
       MOVE SPACES TO DETAIL-LINE.
       MOVE CLEARED-CHECK-NUMBER TO DL-CHECK-NUMBER.
       MOVE CLEARED-AMOUNT TO DL-BANK-AMOUNT.
       MOVE CLEARED-DATE TO DL-DATE.
       MOVE CLEARED-CHECK-NUMBER TO CHECK-NUMBER.
       MOVE "Y" TO RECORD-FOUND.
       READ CHECK-REGISTER-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "N"
           MOVE "NOT IN THE CHECK REGISTER" TO DL-RESULT
       ELSE
           MOVE CHECK-EMPLOYEE-ID TO DL-ID
           MOVE CHECK-AMOUNT TO DL-REGISTER-AMOUNT
           EVALUATE TRUE
               WHEN CHECK-VOIDED
                   MOVE "VOIDED CHECK PAID BY BANK" TO DL-RESULT
               WHEN CHECK-CLEARED
                   MOVE "ALREADY CLEARED ON" TO DL-RESULT
                   MOVE CHECK-STATUS-DATE TO DL-RESULT(20:8)
               WHEN CHECK-AMOUNT NOT = CLEARED-AMOUNT
                   MOVE "AMOUNT DIFFERS FROM CHECK" TO DL-RESULT
               WHEN OTHER
                   PERFORM MARK-THE-CHECK-CLEARED
           END-EVALUATE.
      *Only breaks are printed; a clean match is just counted.
       IF DL-RESULT NOT = SPACES
           ADD 1 TO BREAK-COUNT
           MOVE DETAIL-LINE TO RW-DETAIL
           PERFORM WRITE-REPORT-DETAIL.
       PERFORM READ-NEXT-CLEARED-CHECK.

       MARK-THE-CHECK-CLEARED.
       MOVE "C" TO CHECK-STATUS.
       MOVE CLEARED-DATE TO CHECK-STATUS-DATE.
       REWRITE CHECK-REGISTER-RECORD
           INVALID KEY
               MOVE "REGISTER UPDATE FAILED" TO DL-RESULT
           NOT INVALID KEY
               ADD 1 TO CHECKS-CLEARED
               ADD CLEARED-AMOUNT TO TOTAL-CLEARED
       END-REWRITE.

       LIST-THE-OUTSTANDING.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE "CHECKS STILL OUTSTANDING" TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE ZERO TO CHECK-NUMBER.
       MOVE "0" TO READ-ALL.
       START CHECK-REGISTER-FILE
           KEY IS NOT LESS THAN CHECK-NUMBER
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       PERFORM READ-NEXT-REGISTER-ENTRY.
       PERFORM LIST-ONE-OUTSTANDING
           UNTIL READ-ALL = "1".

       LIST-ONE-OUTSTANDING.
       IF CHECK-ISSUED
           MOVE SPACES TO DETAIL-LINE
           MOVE CHECK-NUMBER TO DL-CHECK-NUMBER
           MOVE CHECK-EMPLOYEE-ID TO DL-ID
           MOVE CHECK-AMOUNT TO DL-REGISTER-AMOUNT
           MOVE CHECK-ISSUE-DATE TO DL-DATE
           MOVE "OUTSTANDING" TO DL-RESULT
           MOVE DETAIL-LINE TO RW-DETAIL
           PERFORM WRITE-REPORT-DETAIL
           ADD 1 TO OUTSTANDING-COUNT
           ADD CHECK-AMOUNT TO TOTAL-OUTSTANDING.
       PERFORM READ-NEXT-REGISTER-ENTRY.

       PRINT-THE-TOTALS.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE SPACES TO TOTAL-LINE.
       MOVE "CHECKS CLEARED:" TO TL-LABEL.
       MOVE CHECKS-CLEARED TO TL-COUNT.
       MOVE TOTAL-CLEARED TO TL-AMOUNT.
       MOVE TOTAL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE SPACES TO TOTAL-LINE.
       MOVE "BREAKS:" TO TL-LABEL.
       MOVE BREAK-COUNT TO TL-COUNT.
       MOVE TOTAL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE SPACES TO TOTAL-LINE.
       MOVE "CHECKS OUTSTANDING:" TO TL-LABEL.
       MOVE OUTSTANDING-COUNT TO TL-COUNT.
       MOVE TOTAL-OUTSTANDING TO TL-AMOUNT.
       MOVE TOTAL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

       OPEN-THE-REPORT.
       MOVE "O" TO RW-REQUEST.
       MOVE HEADING-LINE TO RW-COLUMN-HEADING.
       PERFORM CALL-THE-REPORT-WRITER.

       CLOSE-THE-REPORT.
       MOVE "C" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       WRITE-REPORT-DETAIL.
       MOVE "D" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       CALL-THE-REPORT-WRITER.
       CALL "ReportWriterService" USING RW-REQUEST RW-REPORT-NAME
           RW-TITLE RW-COLUMN-HEADING RW-DETAIL RW-STATUS.

       READ-NEXT-CLEARED-CHECK.
       READ CLEARED-CHECK-FILE
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-REGISTER-ENTRY.
       IF READ-ALL = "0"
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END
                   MOVE "1" TO READ-ALL
           END-READ.

       END PROGRAM EmployeeCheckReconciliation.
