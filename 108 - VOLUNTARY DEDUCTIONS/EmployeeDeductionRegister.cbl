       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PayLinePhysicalFile.cbl".

      *The per-run deduction register that rides along with
      *payroll.dat: one line per employee per deduction the pay
      *calculation actually took this period.
       SELECT DEDUCTION-REGISTER-FILE
       ASSIGN TO "deductions.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "PayLineLogicFile.cbl".

       FD DEDUCTION-REGISTER-FILE.
       01 DEDUCTION-REGISTER-RECORD.
           05 DEDREG-AMOUNT PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01  PAY-LINE-STATUS PIC X(2).
       01  READ-ALL PIC X.
       01  LINES-WRITTEN PIC 9(5) VALUE ZERO.
       01  TOTAL-DEDUCTED PIC 9(8)V99 VALUE ZERO.
       01  LINES-DISPLAY PIC Z(4)9.
       01  TOTAL-DISPLAY PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *Writes the deduction register payroll takes alongside
      *payroll.dat from the pay calculation's deduction lines, so
      *the register shows what was actually taken - a deduction cut
      *short because net pay ran out appears at the amount taken,
      *and one not taken at all does not appear. Pricing and the
      *election dates are the pay calculation's business now.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-PAY-LINE
           PERFORM REGISTER-ONE-PAY-LINE
               UNTIL READ-ALL = "1".
       PERFORM CLOSING-PROCEDURE.
       IF RETURN-CODE = ZERO
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       OPEN INPUT PAY-LINE-FILE.
       IF PAY-LINE-STATUS NOT = "00"
           DISPLAY "No paylines.dat on file - run the pay"
               " calculation first."
           MOVE 1 TO RETURN-CODE.
       IF RETURN-CODE = ZERO
           OPEN OUTPUT DEDUCTION-REGISTER-FILE.

       CLOSING-PROCEDURE.
       IF RETURN-CODE = ZERO
           CLOSE PAY-LINE-FILE
           CLOSE DEDUCTION-REGISTER-FILE.

       REGISTER-ONE-PAY-LINE.
       IF PAYLINE-DEDUCTION AND PAYLINE-AMOUNT > ZERO
           MOVE SPACES TO DEDUCTION-REGISTER-RECORD
           MOVE PAYLINE-EMPLOYEE-ID TO DEDREG-EMPLOYEE-ID
           MOVE PAYLINE-CODE TO DEDREG-CODE
           MOVE PAYLINE-AMOUNT TO DEDREG-AMOUNT
           WRITE DEDUCTION-REGISTER-RECORD
           ADD 1 TO LINES-WRITTEN
           ADD PAYLINE-AMOUNT TO TOTAL-DEDUCTED.
       PERFORM READ-NEXT-PAY-LINE.

       READ-NEXT-PAY-LINE.
       READ PAY-LINE-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM EmployeeDeductionRegister.
