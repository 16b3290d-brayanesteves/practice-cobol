       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeRateCard.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PayGradePhysicalFile.cbl".

      *The premium multipliers EmployeePremiumPayCalc prices hours
      *with, one line per premium type.
       SELECT PREMIUM-RULES-FILE
       ASSIGN TO "premrules.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PREMIUM-RULES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "PayGradeLogicFile.cbl".

       FD PREMIUM-RULES-FILE.
       01 PREMIUM-RULE-RECORD.
      *N night shift, H holiday.
           05 PREM-RULE-TYPE PIC X(1).
           05 FILLER PIC X(1).
      *Multiplier on the base rate, e.g. 150 prints as 1.50.
           05 PREM-RULE-MULTIPLIER PIC 9(1)V99.

       WORKING-STORAGE SECTION.
       01  PAYGRADE-FILE-STATUS PIC X(2).
       01  PREMIUM-RULES-STATUS PIC X(2).
       01  READ-ALL PIC X.

      *The same hours and overtime rate the pay calculation uses,
      *so the card agrees with the pay advice to the cent.
       01  STANDARD-ANNUAL-HOURS PIC 9(4) VALUE 2080.
       01  OVERTIME-MULTIPLIER PIC 9(1)V99 VALUE 1.50.

      *How many hours the card runs to, 1 to 99; RATE_CARD_HOURS
      *overrides the 40 of a standard week.
       01  CARD-HOURS PIC 9(2) VALUE 40.
       01  CARD-HOURS-WANTED PIC X(2) VALUE SPACES.
      *Which point of the band the hourly rate is taken from: MIN,
      *MID or MAX from RATE_CARD_BASIS, the midpoint by default.
       01  CARD-BASIS PIC X(3) VALUE "MID".
           88  CARD-AT-MINIMUM VALUE "MIN".
           88  CARD-AT-MAXIMUM VALUE "MAX".
       01  CARD-BASIS-WANTED PIC X(3) VALUE SPACES.

      *One column per multiplier: base, overtime, then each premium
      *rule in the order premrules.dat lists them.
       01  COLUMN-LIMIT PIC 9(1) VALUE 6.
       01  COLUMN-COUNT PIC 9(1) VALUE ZERO.
       01  COLUMN-INDEX PIC 9(1).
       01  COLUMN-TABLE.
           05  COLUMN-ENTRY OCCURS 6 TIMES.
               10  COLUMN-MULTIPLIER PIC 9(1)V99.
               10  COLUMN-NAME PIC X(8).

      *Each grade once, in grade order, with the widest band any of
      *its job titles carries.
       01  GRADE-LIMIT PIC 9(3) VALUE 200.
       01  GRADE-COUNT PIC 9(3) VALUE ZERO.
       01  GRADE-INDEX PIC 9(3).
       01  GRADE-SHIFT-INDEX PIC 9(3).
       01  GRADE-WAS-FOUND PIC X.
       01  GRADE-OVERFLOWED PIC X VALUE "N".
       01  GRADE-TABLE.
           05  GRADE-ENTRY OCCURS 200 TIMES.
               10  GRADE-CODE PIC X(4).
               10  GRADE-MIN-SALARY PIC 9(7)V99.
               10  GRADE-MAX-SALARY PIC 9(7)V99.

      *The job titles, so each card can say who it is for.
       01  TITLE-LIMIT PIC 9(4) VALUE 1000.
       01  TITLE-COUNT PIC 9(4) VALUE ZERO.
       01  TITLE-INDEX PIC 9(4).
       01  TITLE-TABLE.
           05  TITLE-ENTRY OCCURS 1000 TIMES.
               10  TITLE-JOB-TITLE PIC X(20).
               10  TITLE-GRADE PIC X(4).

       01  BASIS-SALARY PIC 9(7)V99.
       01  HOURLY-RATE PIC 9(5)V9(4).
       01  CARD-HOUR PIC 9(2).
       01  CELL-AMOUNT PIC 9(7)V99.
       01  CARDS-PRINTED PIC 9(3) VALUE ZERO.
       01  COUNT-DISPLAY PIC ZZ9.
       01  SALARY-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01  SALARY-DISPLAY-2 PIC Z,ZZZ,ZZ9.99.
       01  RATE-DISPLAY PIC ZZ,ZZ9.9999.
       01  MULTIPLIER-DISPLAY PIC 9.99.

       01  CARD-HEADING-LINE.
           05  FILLER PIC X(7) VALUE "HOURS".
           05  CH-CELL OCCURS 6 TIMES PIC X(16).

       01  CARD-LINE.
           05  FILLER PIC X(2) VALUE SPACES.
           05  CL-HOURS PIC Z9.
           05  FILLER PIC X(3) VALUE SPACES.
           05  CL-CELL OCCURS 6 TIMES.
               10  CL-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
               10  FILLER PIC X(3).

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "ratecard".
       77  RW-TITLE PIC X(60) VALUE "HOURLY RATE CARD BY PAY GRADE".
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Prints a rate card for every pay grade on paygrades.dat, one
      *page each, so a crew lead can check a paycheck against it
      *without calling payroll. The grade's hourly rate is its band
      *salary over the pay calculation's 2080 standard hours, and
      *the card runs that rate down 1 to N hours at base, at
      *overtime, and at each premium multiplier in premrules.dat -
      *the multiplication table, priced. A premium column is the
      *full premium rate; the pay advice shows only the uplift over
      *base on its premium line, since base hours are already in
      *the salary, so the foot of each card says how to read it.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           PERFORM LOAD-THE-COLUMNS
           PERFORM LOAD-THE-GRADES
           PERFORM OPEN-THE-REPORT
           MOVE 1 TO GRADE-INDEX
           PERFORM PRINT-ONE-CARD
               UNTIL GRADE-INDEX > GRADE-COUNT
           IF GRADE-OVERFLOWED = "Y"
               MOVE SPACES TO RW-DETAIL
               STRING "MORE GRADES OR JOB TITLES THAN THE TABLES"
                   " HOLD - SOME CARDS ARE INCOMPLETE."
                   DELIMITED BY SIZE INTO RW-DETAIL
               PERFORM WRITE-REPORT-DETAIL
           END-IF
           PERFORM CLOSE-THE-REPORT
           MOVE CARDS-PRINTED TO COUNT-DISPLAY
           DISPLAY "Rate cards printed: " COUNT-DISPLAY ".".
       PERFORM CLOSING-PROCEDURE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT CARD-HOURS-WANTED FROM ENVIRONMENT "RATE_CARD_HOURS".
       IF CARD-HOURS-WANTED NOT = SPACES
           INSPECT CARD-HOURS-WANTED
               REPLACING LEADING " " BY "0"
           MOVE CARD-HOURS-WANTED TO CARD-HOURS.
       IF CARD-HOURS = ZERO
           MOVE 40 TO CARD-HOURS.
       ACCEPT CARD-BASIS-WANTED FROM ENVIRONMENT "RATE_CARD_BASIS".
       IF CARD-BASIS-WANTED = "MIN" OR "MAX" OR "MID"
           MOVE CARD-BASIS-WANTED TO CARD-BASIS.
       OPEN INPUT PAYGRADE-FILE.
       IF PAYGRADE-FILE-STATUS NOT = "00"
           DISPLAY "Error opening paygrades.dat, status code "
               PAYGRADE-FILE-STATUS ". No grades to print."
           MOVE 1 TO RETURN-CODE.
      *Pay rates are never guessed: without the rules the premium
      *columns cannot be priced, so no card is printed.
       OPEN INPUT PREMIUM-RULES-FILE.
       IF PREMIUM-RULES-STATUS NOT = "00"
           DISPLAY "Error opening premrules.dat, status code "
               PREMIUM-RULES-STATUS ". No premium rates to print."
           MOVE 1 TO RETURN-CODE.

       CLOSING-PROCEDURE.
       IF PAYGRADE-FILE-STATUS = "00"
           CLOSE PAYGRADE-FILE.
       IF PREMIUM-RULES-STATUS = "00"
           CLOSE PREMIUM-RULES-FILE.

       LOAD-THE-COLUMNS.
       MOVE 1 TO COLUMN-MULTIPLIER (1).
       MOVE "BASE" TO COLUMN-NAME (1).
       MOVE OVERTIME-MULTIPLIER TO COLUMN-MULTIPLIER (2).
       MOVE "OVERTIME" TO COLUMN-NAME (2).
       MOVE 2 TO COLUMN-COUNT.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-RULE.
       PERFORM LOAD-ONE-RULE
           UNTIL READ-ALL = "1".
       MOVE SPACES TO CARD-HEADING-LINE.
       MOVE "HOURS" TO CARD-HEADING-LINE (1:7).
       MOVE 1 TO COLUMN-INDEX.
       PERFORM HEAD-ONE-COLUMN
           UNTIL COLUMN-INDEX > COLUMN-COUNT.

       LOAD-ONE-RULE.
       IF PREM-RULE-MULTIPLIER IS NUMERIC
           AND PREM-RULE-MULTIPLIER > ZERO
           IF COLUMN-COUNT < COLUMN-LIMIT
               ADD 1 TO COLUMN-COUNT
               MOVE PREM-RULE-MULTIPLIER
                   TO COLUMN-MULTIPLIER (COLUMN-COUNT)
               EVALUATE PREM-RULE-TYPE
                   WHEN "N"
                       MOVE "NIGHT" TO COLUMN-NAME (COLUMN-COUNT)
                   WHEN "H"
                       MOVE "HOLIDAY" TO COLUMN-NAME (COLUMN-COUNT)
                   WHEN OTHER
                       MOVE SPACES TO COLUMN-NAME (COLUMN-COUNT)
                       STRING "PREM " PREM-RULE-TYPE
                           DELIMITED BY SIZE
                           INTO COLUMN-NAME (COLUMN-COUNT)
               END-EVALUATE
           END-IF.
       PERFORM READ-NEXT-RULE.

      *Each heading names the column and its multiplier, right
      *over the amounts, e.g. "OVERTIME X1.50".
       HEAD-ONE-COLUMN.
       MOVE COLUMN-MULTIPLIER (COLUMN-INDEX) TO MULTIPLIER-DISPLAY.
       MOVE SPACES TO CH-CELL (COLUMN-INDEX).
       STRING COLUMN-NAME (COLUMN-INDEX) DELIMITED BY SPACE
           " X" DELIMITED BY SIZE
           MULTIPLIER-DISPLAY DELIMITED BY SIZE
           INTO CH-CELL (COLUMN-INDEX).
       ADD 1 TO COLUMN-INDEX.

       LOAD-THE-GRADES.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-GRADE.
       PERFORM LOAD-ONE-GRADE
           UNTIL READ-ALL = "1".

       LOAD-ONE-GRADE.
       IF TITLE-COUNT < TITLE-LIMIT
           ADD 1 TO TITLE-COUNT
           MOVE PAYGRADE-JOB-TITLE TO TITLE-JOB-TITLE (TITLE-COUNT)
           MOVE PAYGRADE-CODE TO TITLE-GRADE (TITLE-COUNT)
       ELSE
           MOVE "Y" TO GRADE-OVERFLOWED.
       PERFORM LOOK-UP-THE-GRADE.
       IF GRADE-WAS-FOUND = "Y"
           IF PAYGRADE-MIN-SALARY < GRADE-MIN-SALARY (GRADE-INDEX)
               MOVE PAYGRADE-MIN-SALARY
                   TO GRADE-MIN-SALARY (GRADE-INDEX)
           END-IF
           IF PAYGRADE-MAX-SALARY > GRADE-MAX-SALARY (GRADE-INDEX)
               MOVE PAYGRADE-MAX-SALARY
                   TO GRADE-MAX-SALARY (GRADE-INDEX)
           END-IF
       ELSE
           PERFORM INSERT-THE-GRADE.
       PERFORM READ-NEXT-GRADE.

      *Leaves GRADE-INDEX on the grade, or on the slot it belongs in
      *when it is not in the table yet.
       LOOK-UP-THE-GRADE.
       MOVE "N" TO GRADE-WAS-FOUND.
       MOVE 1 TO GRADE-INDEX.
       PERFORM LOOK-FOR-GRADE
           UNTIL GRADE-WAS-FOUND NOT = "N"
           OR GRADE-INDEX > GRADE-COUNT.

      *P when the scan has passed where the grade would sort.
       LOOK-FOR-GRADE.
       IF GRADE-CODE (GRADE-INDEX) = PAYGRADE-CODE
           MOVE "Y" TO GRADE-WAS-FOUND
       ELSE
           IF GRADE-CODE (GRADE-INDEX) > PAYGRADE-CODE
               MOVE "P" TO GRADE-WAS-FOUND
           ELSE
               ADD 1 TO GRADE-INDEX.

       INSERT-THE-GRADE.
       IF GRADE-COUNT >= GRADE-LIMIT
           MOVE "Y" TO GRADE-OVERFLOWED
       ELSE
           MOVE GRADE-COUNT TO GRADE-SHIFT-INDEX
           PERFORM SHIFT-ONE-GRADE
               UNTIL GRADE-SHIFT-INDEX < GRADE-INDEX
           ADD 1 TO GRADE-COUNT
           MOVE PAYGRADE-CODE TO GRADE-CODE (GRADE-INDEX)
           MOVE PAYGRADE-MIN-SALARY TO GRADE-MIN-SALARY (GRADE-INDEX)
           MOVE PAYGRADE-MAX-SALARY
               TO GRADE-MAX-SALARY (GRADE-INDEX).

       SHIFT-ONE-GRADE.
       MOVE GRADE-ENTRY (GRADE-SHIFT-INDEX)
           TO GRADE-ENTRY (GRADE-SHIFT-INDEX + 1).
       SUBTRACT 1 FROM GRADE-SHIFT-INDEX.

      *Every card after the first starts its own page.
       PRINT-ONE-CARD.
       IF CARDS-PRINTED > ZERO
           MOVE "P" TO RW-REQUEST
           PERFORM CALL-THE-REPORT-WRITER.
       EVALUATE TRUE
           WHEN CARD-AT-MINIMUM
               MOVE GRADE-MIN-SALARY (GRADE-INDEX) TO BASIS-SALARY
           WHEN CARD-AT-MAXIMUM
               MOVE GRADE-MAX-SALARY (GRADE-INDEX) TO BASIS-SALARY
           WHEN OTHER
               COMPUTE BASIS-SALARY ROUNDED =
                   (GRADE-MIN-SALARY (GRADE-INDEX)
                   + GRADE-MAX-SALARY (GRADE-INDEX)) / 2
       END-EVALUATE.
       COMPUTE HOURLY-RATE ROUNDED =
           BASIS-SALARY / STANDARD-ANNUAL-HOURS.
       PERFORM PRINT-THE-CARD-HEADING.
       MOVE 1 TO CARD-HOUR.
       PERFORM PRINT-ONE-HOUR-LINE
           UNTIL CARD-HOUR > CARD-HOURS.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE "BASE AND OVERTIME HOURS PAY THE FULL COLUMN. A PREMIUM"
           TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE SPACES TO RW-DETAIL.
       STRING "LINE ON THE PAY ADVICE PAYS THE PREMIUM COLUMN LESS"
           " THE BASE COLUMN, BASE BEING IN THE SALARY."
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       ADD 1 TO CARDS-PRINTED.
       ADD 1 TO GRADE-INDEX.

       PRINT-THE-CARD-HEADING.
       MOVE GRADE-MIN-SALARY (GRADE-INDEX) TO SALARY-DISPLAY.
       MOVE GRADE-MAX-SALARY (GRADE-INDEX) TO SALARY-DISPLAY-2.
       MOVE SPACES TO RW-DETAIL.
       STRING "PAY GRADE " GRADE-CODE (GRADE-INDEX)
           "   ANNUAL BAND " SALARY-DISPLAY " TO " SALARY-DISPLAY-2
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE HOURLY-RATE TO RATE-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "HOURLY RATE AT BAND " CARD-BASIS ": " RATE-DISPLAY
           " (" STANDARD-ANNUAL-HOURS " HOURS A YEAR)"
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE 1 TO TITLE-INDEX.
       PERFORM LIST-ONE-TITLE
           UNTIL TITLE-INDEX > TITLE-COUNT.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE CARD-HEADING-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

       LIST-ONE-TITLE.
       IF TITLE-GRADE (TITLE-INDEX) = GRADE-CODE (GRADE-INDEX)
           MOVE SPACES TO RW-DETAIL
           STRING "  JOB TITLE: " TITLE-JOB-TITLE (TITLE-INDEX)
               DELIMITED BY SIZE INTO RW-DETAIL
           PERFORM WRITE-REPORT-DETAIL.
       ADD 1 TO TITLE-INDEX.

       PRINT-ONE-HOUR-LINE.
       MOVE SPACES TO CARD-LINE.
       MOVE CARD-HOUR TO CL-HOURS.
       MOVE 1 TO COLUMN-INDEX.
       PERFORM PRICE-ONE-CELL
           UNTIL COLUMN-INDEX > COLUMN-COUNT.
       MOVE CARD-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       ADD 1 TO CARD-HOUR.

      *Priced the way the pay calculation prices a line: hours
      *times the hourly rate times the multiplier, rounded once.
       PRICE-ONE-CELL.
       COMPUTE CELL-AMOUNT ROUNDED =
           CARD-HOUR * HOURLY-RATE * COLUMN-MULTIPLIER (COLUMN-INDEX).
       MOVE CELL-AMOUNT TO CL-AMOUNT (COLUMN-INDEX).
       ADD 1 TO COLUMN-INDEX.

       OPEN-THE-REPORT.
       MOVE "O" TO RW-REQUEST.
       MOVE SPACES TO RW-COLUMN-HEADING.
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

       READ-NEXT-RULE.
       READ PREMIUM-RULES-FILE
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-GRADE.
       READ PAYGRADE-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM EmployeeRateCard.
