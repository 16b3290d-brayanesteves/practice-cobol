       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeAccrualReversal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "AccrualControlPhysicalFile.cbl".

       SELECT OPTIONAL GL-ACCRUAL-FILE
       ASSIGN TO "glaccrual.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS GL-ACCRUAL-STATUS.

      *The reversing batch, in the glposting.dat layout.
       SELECT GL-REVERSAL-FILE
       ASSIGN TO "glreversal.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS GL-REVERSAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "AccrualControlLogicFile.cbl".

       FD GL-ACCRUAL-FILE.
       01 GL-ACCRUAL-RECORD.
      *D debit, C credit.
           05 GLACC-SIDE PIC X(1).
           05 FILLER PIC X(1).
           05 GLACC-ACCOUNT PIC X(8).
           05 FILLER PIC X(1).
           05 GLACC-AMOUNT PIC 9(9)V99.
           05 FILLER PIC X(1).
           05 GLACC-DEPARTMENT PIC X(20).
           05 FILLER PIC X(1).
           05 GLACC-BRANCH PIC X(3).

       FD GL-REVERSAL-FILE.
       01 GL-REVERSAL-RECORD.
           05 GLREV-SIDE PIC X(1).
           05 FILLER PIC X(1).
           05 GLREV-ACCOUNT PIC X(8).
           05 FILLER PIC X(1).
           05 GLREV-AMOUNT PIC 9(9)V99.
           05 FILLER PIC X(1).
           05 GLREV-DEPARTMENT PIC X(20).
           05 FILLER PIC X(1).
           05 GLREV-BRANCH PIC X(3).

       WORKING-STORAGE SECTION.
       01  ACCRUAL-CONTROL-STATUS PIC X(2).
       01  GL-ACCRUAL-STATUS PIC X(2).
       01  GL-REVERSAL-STATUS PIC X(2).
       01  END-OF-ACCRUAL PIC X.
       01  CONTROL-FOUND PIC X VALUE "N".
       01  HELD-THROUGH-DATE PIC 9(8).
       01  HELD-REVERSE-ON-DATE PIC 9(8).
       01  HELD-STATE PIC X(1).
       01  HELD-AMOUNT PIC 9(9)V99.
       01  HELD-LINE-COUNT PIC 9(5).
       01  TODAYS-DATE PIC 9(8).
       01  LINES-REVERSED PIC 9(5) VALUE ZERO.
       01  DEBITS-REVERSED PIC 9(9)V99 VALUE ZERO.
       01  COUNT-DISPLAY PIC ZZZZ9.
       01  AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *Reverses the month-end wage accrual on the first day of the
      *next month, or at the first run after it: every line of
      *glaccrual.dat is written to glreversal.dat with its side
      *turned over, and the control line in accrualctl.dat is
      *marked reversed so it is never written twice. Run daily by
      *the batch driver and again ahead of each new accrual; with
      *nothing pending, or nothing due yet, it does nothing.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       PERFORM READ-THE-CONTROL-LINE.
       IF CONTROL-FOUND = "N"
           GO TO END-PROGRAM.
       IF HELD-STATE NOT = "P"
           OR TODAYS-DATE < HELD-REVERSE-ON-DATE
           GO TO END-PROGRAM.
       OPEN INPUT GL-ACCRUAL-FILE.
       IF GL-ACCRUAL-STATUS NOT = "00"
           DISPLAY "glaccrual.dat is missing - the accrual through "
               HELD-THROUGH-DATE " was not reversed."
           CLOSE GL-ACCRUAL-FILE
           MOVE 1 TO RETURN-CODE
           GO TO END-PROGRAM.
       OPEN OUTPUT GL-REVERSAL-FILE.
       MOVE "N" TO END-OF-ACCRUAL.
       PERFORM READ-NEXT-ACCRUAL-LINE.
       PERFORM REVERSE-ONE-LINE
           UNTIL END-OF-ACCRUAL = "Y".
       CLOSE GL-ACCRUAL-FILE.
       CLOSE GL-REVERSAL-FILE.
       IF DEBITS-REVERSED NOT = HELD-AMOUNT
           OR LINES-REVERSED NOT = HELD-LINE-COUNT
           DISPLAY "glaccrual.dat does not match its control line -"
               " the reversal is withdrawn."
           OPEN OUTPUT GL-REVERSAL-FILE
           CLOSE GL-REVERSAL-FILE
           MOVE 1 TO RETURN-CODE
           GO TO END-PROGRAM.
       PERFORM MARK-THE-ACCRUAL-REVERSED.
       MOVE LINES-REVERSED TO COUNT-DISPLAY.
       MOVE DEBITS-REVERSED TO AMOUNT-DISPLAY.
       DISPLAY "Accrual through " HELD-THROUGH-DATE
           " reversed to glreversal.dat: " COUNT-DISPLAY
           " line(s), " AMOUNT-DISPLAY ".".
       END-PROGRAM.
       GOBACK.

       READ-THE-CONTROL-LINE.
       OPEN INPUT ACCRUAL-CONTROL-FILE.
       IF ACCRUAL-CONTROL-STATUS = "00"
           READ ACCRUAL-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO CONTROL-FOUND
                   MOVE ACCRUAL-THROUGH-DATE TO HELD-THROUGH-DATE
                   MOVE ACCRUAL-REVERSE-ON-DATE
                       TO HELD-REVERSE-ON-DATE
                   MOVE ACCRUAL-STATE TO HELD-STATE
                   MOVE ACCRUAL-AMOUNT TO HELD-AMOUNT
                   MOVE ACCRUAL-LINE-COUNT TO HELD-LINE-COUNT
           END-READ.
       CLOSE ACCRUAL-CONTROL-FILE.

       REVERSE-ONE-LINE.
       MOVE GL-ACCRUAL-RECORD TO GL-REVERSAL-RECORD.
       IF GLACC-SIDE = "D"
           MOVE "C" TO GLREV-SIDE
           ADD GLACC-AMOUNT TO DEBITS-REVERSED
       ELSE
           MOVE "D" TO GLREV-SIDE.
       WRITE GL-REVERSAL-RECORD.
       ADD 1 TO LINES-REVERSED.
       PERFORM READ-NEXT-ACCRUAL-LINE.

       MARK-THE-ACCRUAL-REVERSED.
       OPEN OUTPUT ACCRUAL-CONTROL-FILE.
       MOVE SPACES TO ACCRUAL-CONTROL-RECORD.
       MOVE HELD-THROUGH-DATE TO ACCRUAL-THROUGH-DATE.
       MOVE HELD-REVERSE-ON-DATE TO ACCRUAL-REVERSE-ON-DATE.
       MOVE "R" TO ACCRUAL-STATE.
       MOVE TODAYS-DATE TO ACCRUAL-REVERSED-DATE.
       MOVE HELD-AMOUNT TO ACCRUAL-AMOUNT.
       MOVE HELD-LINE-COUNT TO ACCRUAL-LINE-COUNT.
       WRITE ACCRUAL-CONTROL-RECORD.
       CLOSE ACCRUAL-CONTROL-FILE.

       READ-NEXT-ACCRUAL-LINE.
       READ GL-ACCRUAL-FILE
       AT END MOVE "Y" TO END-OF-ACCRUAL.

       END PROGRAM EmployeeAccrualReversal.
