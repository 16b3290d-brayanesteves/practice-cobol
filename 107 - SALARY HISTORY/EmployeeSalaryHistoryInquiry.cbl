       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "SalaryHistoryPhysicalFile.cbl".
       COPY "OneTimePayPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "SalaryHistoryLogicFile.cbl".
       COPY "OneTimePayLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  SALARY-HISTORY-STATUS PIC X(2).
       01  MATCHES-DISPLAY PIC ZZZ9.
       01  OLD-SALARY-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01  NEW-SALARY-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01  ONE-TIME-PAY-STATUS PIC X(2).
       01  END-OF-ONE-TIMES PIC X.
       01  AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *Shows one employee's pay progression straight off the salary
      *history file: each change's effective date, old and new
      *salary, old and new grade, and who keyed it - followed by the
      *one-time payments the employee has been paid, which add to
      *pay without ever changing the salary.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM INQUIRE-ONE-EMPLOYEE
           MOVE MATCHES-SHOWN TO MATCHES-DISPLAY
           DISPLAY "Pay changes on file: " MATCHES-DISPLAY.
       CLOSE SALARY-HISTORY-FILE.
       PERFORM SHOW-THE-ONE-TIME-PAYMENTS
           THRU SHOW-THE-ONE-TIME-PAYMENTS-EXIT.
       DISPLAY "Look up another employee (Y/N)?".
       ACCEPT ANOTHER-INQUIRY.
       IF ANOTHER-INQUIRY = "y"
               SALHIST-NEW-GRADE "  BY " SALHIST-OPERATOR.
       PERFORM READ-NEXT-HISTORY-LINE.

       SHOW-THE-ONE-TIME-PAYMENTS.
       MOVE ZERO TO MATCHES-SHOWN.
       OPEN INPUT ONE-TIME-PAY-FILE.
       IF ONE-TIME-PAY-STATUS NOT = "00"
           GO TO SHOW-THE-ONE-TIME-PAYMENTS-EXIT.
       MOVE WORKING-EMPLOYEE-ID TO ONETIME-EMPLOYEE-ID.
       MOVE ZERO TO ONETIME-SEQUENCE.
       MOVE "N" TO END-OF-ONE-TIMES.
       START ONE-TIME-PAY-FILE
           KEY IS NOT LESS THAN ONETIME-KEY
           INVALID KEY
               MOVE "Y" TO END-OF-ONE-TIMES
       END-START.
       PERFORM SHOW-ONE-ONE-TIME-PAYMENT
           UNTIL END-OF-ONE-TIMES = "Y".
       CLOSE ONE-TIME-PAY-FILE.
       MOVE MATCHES-SHOWN TO MATCHES-DISPLAY.
       DISPLAY "One-time payments paid: " MATCHES-DISPLAY.
       SHOW-THE-ONE-TIME-PAYMENTS-EXIT.
       EXIT.

       SHOW-ONE-ONE-TIME-PAYMENT.
       READ ONE-TIME-PAY-FILE NEXT RECORD
           AT END
               MOVE "Y" TO END-OF-ONE-TIMES
       END-READ.
       IF END-OF-ONE-TIMES = "N"
           IF ONETIME-EMPLOYEE-ID NOT = WORKING-EMPLOYEE-ID
               MOVE "Y" TO END-OF-ONE-TIMES
           ELSE
               IF ONETIME-PAID
                   ADD 1 TO MATCHES-SHOWN
                   MOVE ONETIME-AMOUNT TO AMOUNT-DISPLAY
                   DISPLAY "  " ONETIME-PAY-DATE "  "
                       ONETIME-EARNINGS-CODE " "
                       ONETIME-DESCRIPTION " " AMOUNT-DISPLAY
                       "  APPROVED BY " ONETIME-APPROVED-BY
               END-IF
           END-IF.

       READ-NEXT-HISTORY-LINE.
       READ SALARY-HISTORY-FILE
       AT END MOVE "Y" TO END-OF-HISTORY.
