       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeCompaRatio.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "PayGradePhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "PayGradeLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  PAYGRADE-FILE-STATUS PIC X(2).
       01  READ-ALL PIC X.
       77  BAND-WAS-FOUND PIC X.
       01  TODAYS-DATE PIC 9(8).

      *How far apart two salaries in the same title and grade may
      *sit before the pair is flagged, as a percentage of the lower
      *one; EQUITY_GAP_PERCENT in the environment overrides it.
      *Service counts as no different when the completed years are
      *within EQUITY_SERVICE_YEARS of each other.
       01  GAP-PERCENT PIC 9(2) VALUE 10.
       01  GAP-PERCENT-WANTED PIC X(2) VALUE SPACES.
       01  SERVICE-TOLERANCE PIC 9(2) VALUE 1.
       01  SERVICE-TOLERANCE-WANTED PIC X(2) VALUE SPACES.

       01  BAND-MIDPOINT PIC 9(7)V99.
       01  THIS-COMPA-RATIO PIC 9(2)V9(3).
       01  THIS-SERVICE-YEARS PIC 9(2).
       01  THIS-BRACKET PIC X(20).

      *Every employee placed in a band, held for the pairing pass
      *that looks for unexplained gaps.
       01  ROW-LIMIT PIC 9(4) VALUE 2000.
       01  ROW-COUNT PIC 9(4) VALUE ZERO.
       01  ROW-INDEX PIC 9(4).
       01  PAIR-INDEX PIC 9(4).
       01  ROW-OVERFLOWED PIC X VALUE "N".
       01  ROW-TABLE.
           05  ROW-ENTRY OCCURS 2000 TIMES.
               10  ROW-EMPLOYEE-ID PIC 9(6).
               10  ROW-NAME PIC X(25).
               10  ROW-JOB-TITLE PIC X(20).
               10  ROW-GRADE PIC X(4).
               10  ROW-SALARY PIC 9(7)V99.
               10  ROW-SERVICE-YEARS PIC 9(2).

      *Count and compa-ratio spread for every department, manager,
      *job title and tenure bracket, kept in dimension-then-value
      *order as rows are added.
       01  SUMMARY-LIMIT PIC 9(4) VALUE 1000.
       01  SUMMARY-COUNT PIC 9(4) VALUE ZERO.
       01  SUMMARY-INDEX PIC 9(4).
       01  SUMMARY-TARGET PIC 9(4).
       01  SUMMARY-WAS-FOUND PIC X.
       01  SUMMARY-OVERFLOWED PIC X VALUE "N".
       01  SEEK-KEY.
      *D department, M manager, J job title, T tenure bracket.
           05  SEEK-DIMENSION PIC X(1).
           05  SEEK-VALUE PIC X(20).
       01  SUMMARY-TABLE.
           05  SUMMARY-ENTRY OCCURS 1000 TIMES.
               10  SUMMARY-KEY.
                   15  SUMMARY-DIMENSION PIC X(1).
                   15  SUMMARY-VALUE PIC X(20).
               10  SUMMARY-HEADS PIC 9(5).
               10  SUMMARY-RATIO-TOTAL PIC 9(7)V9(3).
               10  SUMMARY-LOWEST PIC 9(2)V9(3).
               10  SUMMARY-HIGHEST PIC 9(2)V9(3).
       01  DIMENSION-HELD PIC X(1).
       01  MANAGER-VALUE PIC X(20).

       01  LOWER-SALARY PIC 9(7)V99.
       01  HIGHER-SALARY PIC 9(7)V99.
       01  SALARY-GAP-PERCENT PIC 9(5)V99.
       01  SERVICE-DIFFERENCE PIC 9(2).

       01  PLACED-COUNT PIC 9(5) VALUE ZERO.
       01  NO-BAND-COUNT PIC 9(5) VALUE ZERO.
       01  GAP-COUNT PIC 9(5) VALUE ZERO.
       01  COUNT-DISPLAY PIC ZZZZ9.
       01  PERCENT-DISPLAY PIC Z9.

       01  HEADING-LINE.
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(27) VALUE "NAME".
           05  FILLER PIC X(22) VALUE "DEPARTMENT".
           05  FILLER PIC X(22) VALUE "JOB TITLE".
           05  FILLER PIC X(6) VALUE "GRADE".
           05  FILLER PIC X(14) VALUE "      SALARY".
           05  FILLER PIC X(14) VALUE "    MIDPOINT".
           05  FILLER PIC X(8) VALUE "COMPA".
           05  FILLER PIC X(7) VALUE "YEARS".

       01  DETAIL-LINE.
           05  DL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-NAME PIC X(25).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-DEPARTMENT PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-JOB-TITLE PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-GRADE PIC X(4).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-SALARY PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-MIDPOINT PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-COMPA-RATIO PIC Z9.999.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-YEARS PIC Z9.

       01  SUMMARY-HEADING-LINE.
           05  FILLER PIC X(22) VALUE SPACES.
           05  FILLER PIC X(8) VALUE "  HEADS".
           05  FILLER PIC X(10) VALUE "  AVERAGE".
           05  FILLER PIC X(10) VALUE "   LOWEST".
           05  FILLER PIC X(10) VALUE "  HIGHEST".

       01  SUMMARY-LINE.
           05  SL-VALUE PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  SL-HEADS PIC ZZZZ9.
           05  FILLER PIC X(5) VALUE SPACES.
           05  SL-AVERAGE PIC Z9.999.
           05  FILLER PIC X(4) VALUE SPACES.
           05  SL-LOWEST PIC Z9.999.
           05  FILLER PIC X(4) VALUE SPACES.
           05  SL-HIGHEST PIC Z9.999.

       01  GAP-HEADING-LINE.
           05  FILLER PIC X(22) VALUE "JOB TITLE".
           05  FILLER PIC X(6) VALUE "GRADE".
           05  FILLER PIC X(7) VALUE "LOWER".
           05  FILLER PIC X(18) VALUE "  SALARY/YEARS".
           05  FILLER PIC X(7) VALUE "HIGHER".
           05  FILLER PIC X(18) VALUE "  SALARY/YEARS".
           05  FILLER PIC X(9) VALUE "      GAP".

       01  GAP-LINE.
           05  GL-JOB-TITLE PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  GL-GRADE PIC X(4).
           05  FILLER PIC X(2) VALUE SPACES.
           05  GL-LOW-ID PIC Z(5)9.
           05  FILLER PIC X(1) VALUE SPACES.
           05  GL-LOW-SALARY PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE "/".
           05  GL-LOW-YEARS PIC Z9.
           05  FILLER PIC X(3) VALUE SPACES.
           05  GL-HIGH-ID PIC Z(5)9.
           05  FILLER PIC X(1) VALUE SPACES.
           05  GL-HIGH-SALARY PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE "/".
           05  GL-HIGH-YEARS PIC Z9.
           05  FILLER PIC X(3) VALUE SPACES.
           05  GL-GAP-PERCENT PIC ZZZZ9.99.
           05  FILLER PIC X(1) VALUE "%".

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "comparatio".
       77  RW-TITLE PIC X(60)
           VALUE "COMPA-RATIO AND INTERNAL PAY EQUITY".
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Where each active salary sits inside its band, where the band
      *compliance report only says who is outside it: salary over
      *the band midpoint for every employee whose job title has a
      *band, listed, then summarised by department, manager, job
      *title and tenure bracket. The last section pairs people in
      *the same title and grade whose salaries differ by more than
      *the gap percentage while their service does not, so HR can
      *look at each gap before the merit cycle.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           PERFORM OPEN-THE-REPORT
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-EMPLOYEE
           PERFORM PLACE-ONE-EMPLOYEE
               UNTIL READ-ALL = "1"
           PERFORM PRINT-THE-SUMMARIES
           PERFORM PRINT-THE-EQUITY-GAPS
           PERFORM PRINT-THE-TOTALS
           PERFORM CLOSE-THE-REPORT
           CLOSE EMPLOYEES-FILE
           CLOSE PAYGRADE-FILE
           MOVE GAP-COUNT TO COUNT-DISPLAY
           DISPLAY "Compa-ratio report written: " COUNT-DISPLAY
               " pay gap(s) to review.".
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       ACCEPT GAP-PERCENT-WANTED FROM ENVIRONMENT
           "EQUITY_GAP_PERCENT".
       IF GAP-PERCENT-WANTED NOT = SPACES
           INSPECT GAP-PERCENT-WANTED
               REPLACING LEADING " " BY "0"
           MOVE GAP-PERCENT-WANTED TO GAP-PERCENT.
       ACCEPT SERVICE-TOLERANCE-WANTED FROM ENVIRONMENT
           "EQUITY_SERVICE_YEARS".
       IF SERVICE-TOLERANCE-WANTED NOT = SPACES
           INSPECT SERVICE-TOLERANCE-WANTED
               REPLACING LEADING " " BY "0"
           MOVE SERVICE-TOLERANCE-WANTED TO SERVICE-TOLERANCE.
      *Pulled from the environment so a test run can point at a
      *scratch copy instead of the real data file.
       ACCEPT EMPLOYEES-DATA-FILE FROM ENVIRONMENT
           "EMPLOYEES_DATA_FILE".
       IF EMPLOYEES-DATA-FILE = SPACES
           MOVE "employees.dat" TO EMPLOYEES-DATA-FILE.
       OPEN INPUT EMPLOYEES-FILE.
       IF EMPLOYEES-FILE-STATUS NOT = "00"
           DISPLAY "Error opening employees.dat, status code "
               EMPLOYEES-FILE-STATUS "."
           MOVE 1 TO RETURN-CODE.
       IF RETURN-CODE = ZERO
           OPEN INPUT PAYGRADE-FILE
           IF PAYGRADE-FILE-STATUS NOT = "00"
               DISPLAY "Error opening paygrades.dat, status code "
                   PAYGRADE-FILE-STATUS ". No bands to measure."
               CLOSE EMPLOYEES-FILE
               MOVE 1 TO RETURN-CODE
           END-IF
       END-IF.

       PLACE-ONE-EMPLOYEE.
       IF EMPLOYEES-ACTIVE OR EMPLOYEES-ON-LEAVE
           PERFORM PLACE-IN-THE-BAND THRU PLACE-IN-THE-BAND-EXIT.
       PERFORM READ-NEXT-EMPLOYEE.

       PLACE-IN-THE-BAND.
       MOVE EMPLOYEES-JOB-TITLE TO PAYGRADE-JOB-TITLE.
       MOVE "Y" TO BAND-WAS-FOUND.
       READ PAYGRADE-FILE RECORD
           INVALID KEY
               MOVE "N" TO BAND-WAS-FOUND
       END-READ.
       IF BAND-WAS-FOUND = "N"
           ADD 1 TO NO-BAND-COUNT
           GO TO PLACE-IN-THE-BAND-EXIT.
       COMPUTE BAND-MIDPOINT ROUNDED =
           (PAYGRADE-MIN-SALARY + PAYGRADE-MAX-SALARY) / 2.
       IF BAND-MIDPOINT = ZERO
           ADD 1 TO NO-BAND-COUNT
           GO TO PLACE-IN-THE-BAND-EXIT.
       COMPUTE THIS-COMPA-RATIO ROUNDED =
           EMPLOYEES-SALARY / BAND-MIDPOINT
           ON SIZE ERROR
               MOVE 99.999 TO THIS-COMPA-RATIO
       END-COMPUTE.
       PERFORM WORK-OUT-THE-SERVICE.
       ADD 1 TO PLACED-COUNT.
       PERFORM PRINT-ONE-EMPLOYEE.
       PERFORM HOLD-ONE-ROW.
       MOVE "D" TO SEEK-DIMENSION.
       MOVE EMPLOYEES-DEPARTMENT TO SEEK-VALUE.
       PERFORM ADD-TO-THE-SUMMARY.
       MOVE "M" TO SEEK-DIMENSION.
       MOVE SPACES TO MANAGER-VALUE.
       IF EMPLOYEES-MANAGER-ID = ZERO
           MOVE "NO MANAGER" TO MANAGER-VALUE
       ELSE
           MOVE EMPLOYEES-MANAGER-ID TO MANAGER-VALUE.
       MOVE MANAGER-VALUE TO SEEK-VALUE.
       PERFORM ADD-TO-THE-SUMMARY.
       MOVE "J" TO SEEK-DIMENSION.
       MOVE EMPLOYEES-JOB-TITLE TO SEEK-VALUE.
       PERFORM ADD-TO-THE-SUMMARY.
       MOVE "T" TO SEEK-DIMENSION.
       MOVE THIS-BRACKET TO SEEK-VALUE.
       PERFORM ADD-TO-THE-SUMMARY.
       PLACE-IN-THE-BAND-EXIT.
       EXIT.

      *Completed years since hire - the difference of two YYYYMMDD
      *dates over ten thousand - and the bracket they fall in. The
      *bracket names are lettered so they sort in service order.
       WORK-OUT-THE-SERVICE.
       MOVE ZERO TO THIS-SERVICE-YEARS.
       IF EMPLOYEES-HIRE-DATE > ZERO
           AND EMPLOYEES-HIRE-DATE NOT > TODAYS-DATE
           COMPUTE THIS-SERVICE-YEARS =
               (TODAYS-DATE - EMPLOYEES-HIRE-DATE) / 10000
               ON SIZE ERROR
                   MOVE 99 TO THIS-SERVICE-YEARS
           END-COMPUTE.
       EVALUATE TRUE
           WHEN THIS-SERVICE-YEARS < 1
               MOVE "A UNDER 1 YEAR" TO THIS-BRACKET
           WHEN THIS-SERVICE-YEARS < 3
               MOVE "B 1 TO 2 YEARS" TO THIS-BRACKET
           WHEN THIS-SERVICE-YEARS < 6
               MOVE "C 3 TO 5 YEARS" TO THIS-BRACKET
           WHEN THIS-SERVICE-YEARS < 11
               MOVE "D 6 TO 10 YEARS" TO THIS-BRACKET
           WHEN OTHER
               MOVE "E OVER 10 YEARS" TO THIS-BRACKET
       END-EVALUATE.

       PRINT-ONE-EMPLOYEE.
       MOVE SPACES TO DETAIL-LINE.
       MOVE EMPLOYEES-ID TO DL-ID.
       MOVE EMPLOYEES-NAME TO DL-NAME.
       MOVE EMPLOYEES-DEPARTMENT TO DL-DEPARTMENT.
       MOVE EMPLOYEES-JOB-TITLE TO DL-JOB-TITLE.
       MOVE PAYGRADE-CODE TO DL-GRADE.
       MOVE EMPLOYEES-SALARY TO DL-SALARY.
       MOVE BAND-MIDPOINT TO DL-MIDPOINT.
       MOVE THIS-COMPA-RATIO TO DL-COMPA-RATIO.
       MOVE THIS-SERVICE-YEARS TO DL-YEARS.
       MOVE DETAIL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

       HOLD-ONE-ROW.
       IF ROW-COUNT >= ROW-LIMIT
           MOVE "Y" TO ROW-OVERFLOWED
       ELSE
           ADD 1 TO ROW-COUNT
           MOVE EMPLOYEES-ID TO ROW-EMPLOYEE-ID (ROW-COUNT)
           MOVE EMPLOYEES-NAME TO ROW-NAME (ROW-COUNT)
           MOVE EMPLOYEES-JOB-TITLE TO ROW-JOB-TITLE (ROW-COUNT)
           MOVE PAYGRADE-CODE TO ROW-GRADE (ROW-COUNT)
           MOVE EMPLOYEES-SALARY TO ROW-SALARY (ROW-COUNT)
           MOVE THIS-SERVICE-YEARS
               TO ROW-SERVICE-YEARS (ROW-COUNT).

      *A new row goes in at its place in dimension and value order,
      *the rows after it moving down one.
       ADD-TO-THE-SUMMARY.
       MOVE "N" TO SUMMARY-WAS-FOUND.
       MOVE 1 TO SUMMARY-INDEX.
       PERFORM LOOK-FOR-SUMMARY
           UNTIL SUMMARY-WAS-FOUND = "Y"
           OR SUMMARY-INDEX > SUMMARY-COUNT.
       IF SUMMARY-WAS-FOUND = "N"
           PERFORM INSERT-A-SUMMARY THRU INSERT-A-SUMMARY-EXIT.
       IF SUMMARY-WAS-FOUND = "Y"
           ADD 1 TO SUMMARY-HEADS (SUMMARY-INDEX)
           ADD THIS-COMPA-RATIO
               TO SUMMARY-RATIO-TOTAL (SUMMARY-INDEX)
           IF THIS-COMPA-RATIO < SUMMARY-LOWEST (SUMMARY-INDEX)
               MOVE THIS-COMPA-RATIO
                   TO SUMMARY-LOWEST (SUMMARY-INDEX)
           END-IF
           IF THIS-COMPA-RATIO > SUMMARY-HIGHEST (SUMMARY-INDEX)
               MOVE THIS-COMPA-RATIO
                   TO SUMMARY-HIGHEST (SUMMARY-INDEX)
           END-IF.

       LOOK-FOR-SUMMARY.
       IF SUMMARY-KEY (SUMMARY-INDEX) = SEEK-KEY
           MOVE "Y" TO SUMMARY-WAS-FOUND
       ELSE
           ADD 1 TO SUMMARY-INDEX.

       INSERT-A-SUMMARY.
       IF SUMMARY-COUNT >= SUMMARY-LIMIT
           MOVE "Y" TO SUMMARY-OVERFLOWED
           GO TO INSERT-A-SUMMARY-EXIT.
       MOVE 1 TO SUMMARY-TARGET.
       PERFORM FIND-THE-INSERT-POINT
           UNTIL SUMMARY-TARGET > SUMMARY-COUNT
           OR SUMMARY-KEY (SUMMARY-TARGET) > SEEK-KEY.
       MOVE SUMMARY-COUNT TO SUMMARY-INDEX.
       PERFORM MOVE-ONE-SUMMARY-DOWN
           UNTIL SUMMARY-INDEX < SUMMARY-TARGET.
       ADD 1 TO SUMMARY-COUNT.
       MOVE SUMMARY-TARGET TO SUMMARY-INDEX.
       MOVE SEEK-KEY TO SUMMARY-KEY (SUMMARY-INDEX).
       MOVE ZERO TO SUMMARY-HEADS (SUMMARY-INDEX)
           SUMMARY-RATIO-TOTAL (SUMMARY-INDEX)
           SUMMARY-HIGHEST (SUMMARY-INDEX).
       MOVE 99.999 TO SUMMARY-LOWEST (SUMMARY-INDEX).
       MOVE "Y" TO SUMMARY-WAS-FOUND.
       INSERT-A-SUMMARY-EXIT.
       EXIT.

       FIND-THE-INSERT-POINT.
       ADD 1 TO SUMMARY-TARGET.

       MOVE-ONE-SUMMARY-DOWN.
       MOVE SUMMARY-ENTRY (SUMMARY-INDEX)
           TO SUMMARY-ENTRY (SUMMARY-INDEX + 1).
       SUBTRACT 1 FROM SUMMARY-INDEX.

       PRINT-THE-SUMMARIES.
       MOVE SPACE TO DIMENSION-HELD.
       MOVE 1 TO SUMMARY-INDEX.
       PERFORM PRINT-ONE-SUMMARY
           UNTIL SUMMARY-INDEX > SUMMARY-COUNT.

       PRINT-ONE-SUMMARY.
       IF SUMMARY-DIMENSION (SUMMARY-INDEX) NOT = DIMENSION-HELD
           MOVE SUMMARY-DIMENSION (SUMMARY-INDEX) TO DIMENSION-HELD
           PERFORM PRINT-THE-SUMMARY-HEADING.
       MOVE SPACES TO SUMMARY-LINE.
       IF SUMMARY-DIMENSION (SUMMARY-INDEX) = "T"
           MOVE SUMMARY-VALUE (SUMMARY-INDEX) (3:18) TO SL-VALUE
       ELSE
           MOVE SUMMARY-VALUE (SUMMARY-INDEX) TO SL-VALUE.
       MOVE SUMMARY-HEADS (SUMMARY-INDEX) TO SL-HEADS.
       COMPUTE SL-AVERAGE ROUNDED =
           SUMMARY-RATIO-TOTAL (SUMMARY-INDEX)
           / SUMMARY-HEADS (SUMMARY-INDEX).
       MOVE SUMMARY-LOWEST (SUMMARY-INDEX) TO SL-LOWEST.
       MOVE SUMMARY-HIGHEST (SUMMARY-INDEX) TO SL-HIGHEST.
       MOVE SUMMARY-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       ADD 1 TO SUMMARY-INDEX.

       PRINT-THE-SUMMARY-HEADING.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       EVALUATE DIMENSION-HELD
           WHEN "D"
               MOVE "COMPA-RATIO BY DEPARTMENT" TO RW-DETAIL
           WHEN "M"
               MOVE "COMPA-RATIO BY MANAGER" TO RW-DETAIL
           WHEN "J"
               MOVE "COMPA-RATIO BY JOB TITLE" TO RW-DETAIL
           WHEN OTHER
               MOVE "COMPA-RATIO BY YEARS OF SERVICE" TO RW-DETAIL
       END-EVALUATE.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE SUMMARY-HEADING-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

      *Every pair in the same title and grade is weighed once: a
      *salary gap over the limit between two people whose service
      *is within the tolerance is a gap the record does not explain.
       PRINT-THE-EQUITY-GAPS.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE GAP-PERCENT TO PERCENT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "PAY GAPS OVER " PERCENT-DISPLAY
           "% IN THE SAME TITLE AND GRADE WITH NO DIFFERENCE IN"
           " SERVICE"
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE GAP-HEADING-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE 1 TO ROW-INDEX.
       PERFORM PAIR-ONE-ROW
           UNTIL ROW-INDEX > ROW-COUNT.

       PAIR-ONE-ROW.
       COMPUTE PAIR-INDEX = ROW-INDEX + 1.
       PERFORM WEIGH-ONE-PAIR THRU WEIGH-ONE-PAIR-EXIT
           UNTIL PAIR-INDEX > ROW-COUNT.
       ADD 1 TO ROW-INDEX.

       WEIGH-ONE-PAIR.
       IF ROW-JOB-TITLE (PAIR-INDEX) NOT = ROW-JOB-TITLE (ROW-INDEX)
           OR ROW-GRADE (PAIR-INDEX) NOT = ROW-GRADE (ROW-INDEX)
           GO TO WEIGH-ONE-PAIR-NEXT.
       IF ROW-SERVICE-YEARS (PAIR-INDEX)
           > ROW-SERVICE-YEARS (ROW-INDEX)
           SUBTRACT ROW-SERVICE-YEARS (ROW-INDEX)
               FROM ROW-SERVICE-YEARS (PAIR-INDEX)
               GIVING SERVICE-DIFFERENCE
       ELSE
           SUBTRACT ROW-SERVICE-YEARS (PAIR-INDEX)
               FROM ROW-SERVICE-YEARS (ROW-INDEX)
               GIVING SERVICE-DIFFERENCE.
       IF SERVICE-DIFFERENCE > SERVICE-TOLERANCE
           GO TO WEIGH-ONE-PAIR-NEXT.
       MOVE SPACES TO GAP-LINE.
       MOVE ROW-JOB-TITLE (ROW-INDEX) TO GL-JOB-TITLE.
       MOVE ROW-GRADE (ROW-INDEX) TO GL-GRADE.
       IF ROW-SALARY (PAIR-INDEX) > ROW-SALARY (ROW-INDEX)
           MOVE ROW-SALARY (ROW-INDEX) TO LOWER-SALARY
           MOVE ROW-SALARY (PAIR-INDEX) TO HIGHER-SALARY
           MOVE ROW-EMPLOYEE-ID (ROW-INDEX) TO GL-LOW-ID
           MOVE ROW-SERVICE-YEARS (ROW-INDEX) TO GL-LOW-YEARS
           MOVE ROW-EMPLOYEE-ID (PAIR-INDEX) TO GL-HIGH-ID
           MOVE ROW-SERVICE-YEARS (PAIR-INDEX) TO GL-HIGH-YEARS
       ELSE
           MOVE ROW-SALARY (PAIR-INDEX) TO LOWER-SALARY
           MOVE ROW-SALARY (ROW-INDEX) TO HIGHER-SALARY
           MOVE ROW-EMPLOYEE-ID (PAIR-INDEX) TO GL-LOW-ID
           MOVE ROW-SERVICE-YEARS (PAIR-INDEX) TO GL-LOW-YEARS
           MOVE ROW-EMPLOYEE-ID (ROW-INDEX) TO GL-HIGH-ID
           MOVE ROW-SERVICE-YEARS (ROW-INDEX) TO GL-HIGH-YEARS.
       IF LOWER-SALARY = ZERO
           GO TO WEIGH-ONE-PAIR-NEXT.
       COMPUTE SALARY-GAP-PERCENT ROUNDED =
           (HIGHER-SALARY - LOWER-SALARY) * 100 / LOWER-SALARY
           ON SIZE ERROR
               MOVE 99999.99 TO SALARY-GAP-PERCENT
       END-COMPUTE.
       IF SALARY-GAP-PERCENT NOT > GAP-PERCENT
           GO TO WEIGH-ONE-PAIR-NEXT.
       MOVE LOWER-SALARY TO GL-LOW-SALARY.
       MOVE HIGHER-SALARY TO GL-HIGH-SALARY.
       MOVE SALARY-GAP-PERCENT TO GL-GAP-PERCENT.
       MOVE GAP-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       ADD 1 TO GAP-COUNT.
       WEIGH-ONE-PAIR-NEXT.
       ADD 1 TO PAIR-INDEX.
       WEIGH-ONE-PAIR-EXIT.
       EXIT.

       PRINT-THE-TOTALS.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE PLACED-COUNT TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "EMPLOYEES PLACED IN A BAND: " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE NO-BAND-COUNT TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "NO BAND FOR THE JOB TITLE (NOT MEASURED): "
           COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE GAP-COUNT TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "PAY GAPS TO REVIEW: " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       IF ROW-OVERFLOWED = "Y" OR SUMMARY-OVERFLOWED = "Y"
           MOVE SPACES TO RW-DETAIL
           STRING "MORE EMPLOYEES OR GROUPS THAN THE TABLES HOLD -"
               " THE SUMMARIES AND GAPS ARE INCOMPLETE."
               DELIMITED BY SIZE INTO RW-DETAIL
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

       READ-NEXT-EMPLOYEE.
       READ EMPLOYEES-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM EmployeeCompaRatio.
