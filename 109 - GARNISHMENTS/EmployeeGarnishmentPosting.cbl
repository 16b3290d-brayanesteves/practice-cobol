       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "GarnishmentPhysicalFile.cbl".
       COPY "PayLinePhysicalFile.cbl".

      *The vendor's acknowledgment return, the same file the
      *reconciliation reads: an accepted line means the pay period
       DATA DIVISION.
       FILE SECTION.
       COPY "GarnishmentLogicFile.cbl".
       COPY "PayLineLogicFile.cbl".

       FD GARNPOST-FILE.
       01 GARNPOST-RECORD.
       01  GARNISHMENT-FILE-STATUS PIC X(2).
       01  ACK-FILE-STATUS PIC X(2).
       01  GARNPOST-FILE-STATUS PIC X(2).
       01  PAY-LINE-STATUS PIC X(2).
       77  PAY-LINES-ON-FILE PIC X.
       77  DONE-WITH-LINES PIC X.
       77  LINE-WAS-FOUND PIC X.
       01  END-OF-ACKS PIC X.
       01  ACKS-ALREADY-POSTED PIC 9(6) VALUE ZERO.
       01  ACKS-SEEN PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
      *Every accepted ack decrements that employee's active
      *garnishment balances by what the pay calculation actually
      *withheld for each order in paylines.dat - which is less
      *than the per-period amount when net pay ran short. Without a
      *pay run on file the per-period amount is posted as before.
      *Never below zero, and an order whose balance reaches zero is
      *marked satisfied and never withheld from again. The ack file
      *is left intact for the reconciliation; the position saved in
      *garnpost.dat is what keeps a rerun from posting the same
       END-IF.
       MOVE "N" TO END-OF-ACKS.
       IF RETURN-CODE = ZERO AND NOTHING-TO-PROCESS = "N"
           PERFORM OPEN-THE-PAY-LINES
           PERFORM FETCH-THE-POSTED-POSITION
           PERFORM SKIP-THE-POSTED-ACKS
               THRU SKIP-THE-POSTED-ACKS-EXIT.

       OPEN-THE-PAY-LINES.
       MOVE "Y" TO PAY-LINES-ON-FILE.
       OPEN INPUT PAY-LINE-FILE.
       IF PAY-LINE-STATUS NOT = "00"
           MOVE "N" TO PAY-LINES-ON-FILE
           DISPLAY "No paylines.dat on file - posting the"
               " per-period amounts.".

       FETCH-THE-POSTED-POSITION.
       OPEN INPUT GARNPOST-FILE.
       IF GARNPOST-FILE-STATUS = "00"
       CLOSING-PROCEDURE.
       CLOSE PAYROLL-ACK-FILE.
       CLOSE GARNISHMENT-FILE.
       IF PAY-LINES-ON-FILE = "Y"
           CLOSE PAY-LINE-FILE.
       OPEN OUTPUT GARNPOST-FILE.
       MOVE ACKS-SEEN TO GARNPOST-POSTED-COUNT.
       WRITE GARNPOST-RECORD.
           ELSE
               IF GARNISH-ACTIVE
                   PERFORM DECREMENT-THE-BALANCE
                       THRU DECREMENT-THE-BALANCE-EXIT
               END-IF
           END-IF.

      *Never below zero: the final period withholds only what is
      *left, and the order stops itself.
       DECREMENT-THE-BALANCE.
       IF PAY-LINES-ON-FILE = "Y"
           PERFORM FETCH-THE-WITHHELD-AMOUNT
               THRU FETCH-THE-WITHHELD-AMOUNT-EXIT
       ELSE
           MOVE GARNISH-PER-PERIOD TO POSTED-AMOUNT.
       IF POSTED-AMOUNT > GARNISH-REMAINING
           MOVE GARNISH-REMAINING TO POSTED-AMOUNT.
       IF POSTED-AMOUNT = ZERO
           GO TO DECREMENT-THE-BALANCE-EXIT.
       SUBTRACT POSTED-AMOUNT FROM GARNISH-REMAINING.
       IF GARNISH-REMAINING = ZERO
           MOVE "S" TO GARNISH-STATUS
           ADD 1 TO ORDERS-SATISFIED.
       REWRITE GARNISHMENT-RECORD.
       ADD 1 TO ORDERS-POSTED.
       DECREMENT-THE-BALANCE-EXIT.
       EXIT.

      *The order's garnishment line among the employee's pay lines;
      *no line means nothing was withheld for it this period.
       FETCH-THE-WITHHELD-AMOUNT.
       MOVE ZERO TO POSTED-AMOUNT.
       MOVE GARNISH-EMPLOYEE-ID TO PAYLINE-EMPLOYEE-ID.
       MOVE ZERO TO PAYLINE-SEQUENCE.
       START PAY-LINE-FILE
           KEY IS NOT LESS THAN PAYLINE-KEY
           INVALID KEY
               GO TO FETCH-THE-WITHHELD-AMOUNT-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-LINES.
       MOVE "N" TO LINE-WAS-FOUND.
       PERFORM LOOK-AT-ONE-PAY-LINE
           UNTIL DONE-WITH-LINES = "Y"
               OR LINE-WAS-FOUND = "Y".
       FETCH-THE-WITHHELD-AMOUNT-EXIT.
       EXIT.

       LOOK-AT-ONE-PAY-LINE.
       READ PAY-LINE-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-LINES
       END-READ.
       IF DONE-WITH-LINES = "N"
           IF PAYLINE-EMPLOYEE-ID NOT = GARNISH-EMPLOYEE-ID
               MOVE "Y" TO DONE-WITH-LINES
           ELSE
               IF PAYLINE-GARNISHMENT
                   AND PAYLINE-CODE = GARNISH-ORDER-NUMBER
                   MOVE PAYLINE-AMOUNT TO POSTED-AMOUNT
                   MOVE "Y" TO LINE-WAS-FOUND
               END-IF
           END-IF.

       READ-NEXT-ACK.
       READ PAYROLL-ACK-FILE
