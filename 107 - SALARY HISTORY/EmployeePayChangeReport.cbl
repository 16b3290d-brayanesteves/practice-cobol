       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "SalaryHistoryPhysicalFile.cbl".
       COPY "OneTimePayPhysicalFile.cbl".

       SELECT PAY-CHANGE-REPORT-FILE
       ASSIGN TO "paychange.rpt"
       DATA DIVISION.
       FILE SECTION.
       COPY "SalaryHistoryLogicFile.cbl".
       COPY "OneTimePayLogicFile.cbl".

       FD PAY-CHANGE-REPORT-FILE.
       01 REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01  SALARY-HISTORY-STATUS PIC X(2).
       01  END-OF-HISTORY PIC X.
       01  ONE-TIME-PAY-STATUS PIC X(2).
       01  END-OF-ONE-TIMES PIC X.
       01  ONE-TIME-MONTH PIC 9(6).

      *The month being reported, YYYYMM - this month unless
      *PAYCHANGE_MONTH in the environment re-runs an earlier one.

       01  CHANGES-LISTED PIC 9(4) VALUE ZERO.
       01  CHANGES-DISPLAY PIC ZZZ9.
       01  ONE-TIMES-LISTED PIC 9(4) VALUE ZERO.
       01  ONE-TIMES-AMOUNT PIC 9(9)V99 VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER PIC X(26) VALUE "MONTHLY PAY-CHANGE REPORT".
           05  FILLER PIC X(26) VALUE "PAY CHANGES THIS MONTH:".
           05  TL-TOTAL PIC ZZZ9.

       01  ONE-TIME-HEADING.
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(10) VALUE "PAID".
           05  FILLER PIC X(6) VALUE "CODE".
           05  FILLER PIC X(22) VALUE "DESCRIPTION".
           05  FILLER PIC X(14) VALUE "AMOUNT".
           05  FILLER PIC X(10) VALUE "APPROVER".

       01  ONE-TIME-LINE.
           05  OTL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  OTL-DATE PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  OTL-CODE PIC X(4).
           05  FILLER PIC X(2) VALUE SPACES.
           05  OTL-DESCRIPTION PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  OTL-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  OTL-APPROVER PIC X(8).

       01  ONE-TIME-TOTAL-LINE.
           05  FILLER PIC X(26) VALUE "ONE-TIME PAYMENTS:".
           05  OTT-COUNT PIC ZZZ9.
           05  FILLER PIC X(4) VALUE SPACES.
           05  OTT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *Lists every pay change whose effective date falls in the
      *reported month, straight off the salary history file - the
      *monthly answer to "who got what" without decoding journal
      *images. One-time payments paid in the month - bonuses and
      *awards that add to pay without changing the salary - follow
      *in a section of their own.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
           PERFORM JUDGE-ONE-HISTORY-LINE
               UNTIL END-OF-HISTORY = "Y"
           PERFORM WRITE-THE-TOTAL
           PERFORM LIST-THE-ONE-TIME-PAYMENTS
               THRU LIST-THE-ONE-TIME-PAYMENTS-EXIT
           CLOSE SALARY-HISTORY-FILE
           CLOSE PAY-CHANGE-REPORT-FILE.
       IF RETURN-CODE = ZERO
       MOVE TOTAL-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.

      *Skipped quietly when no one-time payment has ever been keyed.
       LIST-THE-ONE-TIME-PAYMENTS.
       OPEN INPUT ONE-TIME-PAY-FILE.
       IF ONE-TIME-PAY-STATUS NOT = "00"
           GO TO LIST-THE-ONE-TIME-PAYMENTS-EXIT.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE ONE-TIME-HEADING TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE "N" TO END-OF-ONE-TIMES.
       PERFORM JUDGE-ONE-ONE-TIME-PAYMENT
           UNTIL END-OF-ONE-TIMES = "Y".
       CLOSE ONE-TIME-PAY-FILE.
       MOVE ONE-TIMES-LISTED TO OTT-COUNT.
       MOVE ONE-TIMES-AMOUNT TO OTT-AMOUNT.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE ONE-TIME-TOTAL-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       LIST-THE-ONE-TIME-PAYMENTS-EXIT.
       EXIT.

       JUDGE-ONE-ONE-TIME-PAYMENT.
       READ ONE-TIME-PAY-FILE NEXT RECORD
           AT END
               MOVE "Y" TO END-OF-ONE-TIMES
       END-READ.
       IF END-OF-ONE-TIMES = "N" AND ONETIME-PAID
           DIVIDE ONETIME-PAY-DATE BY 100
               GIVING ONE-TIME-MONTH
           IF ONE-TIME-MONTH = REPORT-MONTH
               MOVE SPACES TO ONE-TIME-LINE
               MOVE ONETIME-EMPLOYEE-ID TO OTL-ID
               MOVE ONETIME-PAY-DATE TO OTL-DATE
               MOVE ONETIME-EARNINGS-CODE TO OTL-CODE
               MOVE ONETIME-DESCRIPTION TO OTL-DESCRIPTION
               MOVE ONETIME-AMOUNT TO OTL-AMOUNT
               MOVE ONETIME-APPROVED-BY TO OTL-APPROVER
               MOVE SPACES TO REPORT-LINE
               MOVE ONE-TIME-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO ONE-TIMES-LISTED
               ADD ONETIME-AMOUNT TO ONE-TIMES-AMOUNT
           END-IF.

       READ-NEXT-HISTORY-LINE.
       READ SALARY-HISTORY-FILE
       AT END MOVE "Y" TO END-OF-HISTORY.
