       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeAccumulatorReconciliation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PayHistoryPhysicalFile.cbl".
       COPY "AccumulatorPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "PayHistoryLogicFile.cbl".
       COPY "AccumulatorLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  PAY-HISTORY-STATUS PIC X(2).
       01  ACCUMULATOR-STATUS PIC X(2).
       01  READ-ALL PIC X.
       01  TODAYS-DATE PIC 9(8).
       01  TODAYS-DATE-PARTS REDEFINES TODAYS-DATE.
           05  TODAYS-YEAR PIC 9(4).
           05  TODAYS-MONTH PIC 9(2).
           05  TODAYS-DAY PIC 9(2).
      *The quarter proved - the current one unless ACCUM_YEAR and
      *ACCUM_QUARTER in the environment re-run an earlier one.
       01  REPORT-YEAR PIC 9(4).
       01  REPORT-QUARTER PIC 9(1).
       01  REPORT-YEAR-WANTED PIC X(4) VALUE SPACES.
       01  REPORT-QUARTER-WANTED PIC X(1) VALUE SPACES.
       01  HISTORY-DATE PIC 9(8).
       01  HISTORY-DATE-PARTS REDEFINES HISTORY-DATE.
           05  HISTORY-YEAR PIC 9(4).
           05  HISTORY-MONTH PIC 9(2).
           05  HISTORY-DAY PIC 9(2).
       01  HISTORY-QUARTER PIC 9(1).

      *The quarter's pay runs summed per employee from pay history,
      *to be set against each employee's accumulator.
       01  TALLY-LIMIT PIC 9(4) VALUE 2000.
       01  TALLY-COUNT PIC 9(4) VALUE ZERO.
       01  TALLY-INDEX PIC 9(4).
       01  TALLY-ID-WAS-FOUND PIC X.
       01  TALLY-SEEK-ID PIC 9(6).
       01  TALLY-TABLE.
           05  TALLY-ENTRY OCCURS 2000 TIMES.
               10  TALLY-EMPLOYEE-ID PIC 9(6).
               10  TALLY-GROSS PIC 9(9)V99.
               10  TALLY-TAXABLE PIC 9(9)V99.
               10  TALLY-INCOME-TAX PIC 9(9)V99.
               10  TALLY-SOCIAL-TAX PIC 9(9)V99.
               10  TALLY-GARNISHMENTS PIC 9(9)V99.
               10  TALLY-DEDUCTIONS PIC 9(9)V99.
               10  TALLY-NET PIC 9(9)V99.
               10  TALLY-MATCHED PIC X(1).

       01  CODE-INDEX PIC 9(2).
       01  CODE-TOTAL PIC 9(9)V99.
       01  EMPLOYEES-PROVED PIC 9(5) VALUE ZERO.
       01  BREAK-COUNT PIC 9(5) VALUE ZERO.
       01  BREAKS-BEFORE PIC 9(5).
       01  BREAK-EMPLOYEE-ID PIC 9(6).
       01  BREAK-FIELD PIC X(14).
       01  BREAK-ACCUMULATED PIC 9(9)V99.
       01  BREAK-FROM-HISTORY PIC 9(9)V99.
       01  COUNT-DISPLAY PIC Z(4)9.

       01  HEADING-LINE.
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(16) VALUE "FIELD".
           05  FILLER PIC X(18) VALUE "ACCUMULATED".
           05  FILLER PIC X(18) VALUE "PAY HISTORY".
           05  FILLER PIC X(16) VALUE "DIFFERENCE".

       01  DETAIL-LINE.
           05  DL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-FIELD PIC X(14).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-ACCUMULATED PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(4) VALUE SPACES.
           05  DL-HISTORY PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(4) VALUE SPACES.
           05  DL-DIFFERENCE PIC ZZZ,ZZZ,ZZ9.99-.

       01  TOTAL-LINE.
           05  FILLER PIC X(20) VALUE "EMPLOYEES PROVED: ".
           05  TL-PROVED PIC Z(4)9.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(8) VALUE "BREAKS: ".
           05  TL-BREAKS PIC Z(4)9.

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "ytdrecon".
       77  RW-TITLE PIC X(60)
           VALUE "QUARTERLY PAY ACCUMULATOR RECONCILIATION".
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Proves the quarter's accumulators against the pay runs that
      *built them: pay history for the quarter is summed per
      *employee and set against ytd.dat field by field. A break is
      *any field that differs, an accumulator with no pay history
      *behind it, pay history that never reached an accumulator, or
      *deduction codes that do not add up to the deduction total.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           PERFORM SUM-THE-PAY-HISTORY
           PERFORM OPEN-THE-REPORT
           PERFORM PROVE-THE-ACCUMULATORS
           PERFORM REPORT-UNMATCHED-HISTORY
           PERFORM PRINT-THE-TOTALS
           PERFORM CLOSE-THE-REPORT
           CLOSE PAY-HISTORY-FILE
           CLOSE ACCUMULATOR-FILE
           MOVE BREAK-COUNT TO COUNT-DISPLAY
           DISPLAY "Accumulator reconciliation for " REPORT-YEAR
               " quarter " REPORT-QUARTER ": " COUNT-DISPLAY
               " breaks.".
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       MOVE TODAYS-YEAR TO REPORT-YEAR.
       COMPUTE REPORT-QUARTER = (TODAYS-MONTH - 1) / 3 + 1.
       ACCEPT REPORT-YEAR-WANTED FROM ENVIRONMENT "ACCUM_YEAR".
       IF REPORT-YEAR-WANTED NOT = SPACES
           MOVE REPORT-YEAR-WANTED TO REPORT-YEAR.
       ACCEPT REPORT-QUARTER-WANTED FROM ENVIRONMENT
           "ACCUM_QUARTER".
       IF REPORT-QUARTER-WANTED NOT = SPACES
           MOVE REPORT-QUARTER-WANTED TO REPORT-QUARTER.
       OPEN INPUT PAY-HISTORY-FILE.
       IF PAY-HISTORY-STATUS NOT = "00"
           DISPLAY "No pay history on file - nothing to prove."
           MOVE 1 TO RETURN-CODE.
       IF RETURN-CODE = ZERO
           OPEN INPUT ACCUMULATOR-FILE
           IF ACCUMULATOR-STATUS NOT = "00"
               DISPLAY "No accumulators on file - nothing to"
                   " prove."
               MOVE 1 TO RETURN-CODE
               CLOSE PAY-HISTORY-FILE
           END-IF
       END-IF.

       SUM-THE-PAY-HISTORY.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-HISTORY.
       PERFORM SUM-ONE-HISTORY
           UNTIL READ-ALL = "1".

      *The quarter a pay run belongs to is the quarter of its pay
      *date, the same rule the posting uses.
       SUM-ONE-HISTORY.
       MOVE PAYHIST-PAY-DATE TO HISTORY-DATE.
       COMPUTE HISTORY-QUARTER = (HISTORY-MONTH - 1) / 3 + 1.
       IF HISTORY-YEAR = REPORT-YEAR
           AND HISTORY-QUARTER = REPORT-QUARTER
           PERFORM FIND-OR-ADD-TALLY
           IF TALLY-ID-WAS-FOUND = "Y"
               ADD PAYHIST-GROSS TO TALLY-GROSS(TALLY-INDEX)
               ADD PAYHIST-TAXABLE TO TALLY-TAXABLE(TALLY-INDEX)
               ADD PAYHIST-INCOME-TAX
                   TO TALLY-INCOME-TAX(TALLY-INDEX)
               ADD PAYHIST-SOCIAL-TAX
                   TO TALLY-SOCIAL-TAX(TALLY-INDEX)
               ADD PAYHIST-GARNISHMENTS
                   TO TALLY-GARNISHMENTS(TALLY-INDEX)
               ADD PAYHIST-DEDUCTIONS
                   TO TALLY-DEDUCTIONS(TALLY-INDEX)
               ADD PAYHIST-NET TO TALLY-NET(TALLY-INDEX)
           END-IF.
       PERFORM READ-NEXT-HISTORY.

       FIND-OR-ADD-TALLY.
       MOVE PAYHIST-EMPLOYEE-ID TO TALLY-SEEK-ID.
       MOVE "N" TO TALLY-ID-WAS-FOUND.
       MOVE 1 TO TALLY-INDEX.
       PERFORM LOOK-FOR-TALLY-ENTRY
           UNTIL TALLY-ID-WAS-FOUND = "Y"
           OR TALLY-INDEX > TALLY-COUNT.
       IF TALLY-ID-WAS-FOUND = "N"
           AND TALLY-COUNT < TALLY-LIMIT
           ADD 1 TO TALLY-COUNT
           MOVE TALLY-COUNT TO TALLY-INDEX
           MOVE PAYHIST-EMPLOYEE-ID
               TO TALLY-EMPLOYEE-ID(TALLY-INDEX)
           MOVE ZERO TO TALLY-GROSS(TALLY-INDEX)
               TALLY-TAXABLE(TALLY-INDEX)
               TALLY-INCOME-TAX(TALLY-INDEX)
               TALLY-SOCIAL-TAX(TALLY-INDEX)
               TALLY-GARNISHMENTS(TALLY-INDEX)
               TALLY-DEDUCTIONS(TALLY-INDEX)
               TALLY-NET(TALLY-INDEX)
           MOVE "N" TO TALLY-MATCHED(TALLY-INDEX)
           MOVE "Y" TO TALLY-ID-WAS-FOUND.

       LOOK-FOR-TALLY-ENTRY.
       IF TALLY-EMPLOYEE-ID(TALLY-INDEX) = TALLY-SEEK-ID
           MOVE "Y" TO TALLY-ID-WAS-FOUND
       ELSE
           ADD 1 TO TALLY-INDEX.

       PROVE-THE-ACCUMULATORS.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-ACCUMULATOR.
       PERFORM PROVE-ONE-ACCUMULATOR
           UNTIL READ-ALL = "1".

       PROVE-ONE-ACCUMULATOR.
       IF ACCUM-YEAR = REPORT-YEAR AND ACCUM-QUARTER = REPORT-QUARTER
           PERFORM PROVE-THIS-ACCUMULATOR.
       PERFORM READ-NEXT-ACCUMULATOR.

       PROVE-THIS-ACCUMULATOR.
       MOVE ACCUM-EMPLOYEE-ID TO TALLY-SEEK-ID.
       MOVE "N" TO TALLY-ID-WAS-FOUND.
       MOVE 1 TO TALLY-INDEX.
       PERFORM LOOK-FOR-TALLY-ENTRY
           UNTIL TALLY-ID-WAS-FOUND = "Y"
           OR TALLY-INDEX > TALLY-COUNT.
       MOVE ACCUM-EMPLOYEE-ID TO BREAK-EMPLOYEE-ID.
       IF TALLY-ID-WAS-FOUND = "N"
           MOVE "NO PAY HISTORY" TO BREAK-FIELD
           MOVE ACCUM-GROSS TO BREAK-ACCUMULATED
           MOVE ZERO TO BREAK-FROM-HISTORY
           PERFORM PRINT-ONE-BREAK
       ELSE
           MOVE "Y" TO TALLY-MATCHED(TALLY-INDEX)
           PERFORM COMPARE-THE-FIELDS.
       PERFORM CHECK-THE-CODE-SPLIT.

       COMPARE-THE-FIELDS.
       MOVE BREAK-COUNT TO BREAKS-BEFORE.
       IF ACCUM-GROSS NOT = TALLY-GROSS(TALLY-INDEX)
           MOVE "GROSS" TO BREAK-FIELD
           MOVE ACCUM-GROSS TO BREAK-ACCUMULATED
           MOVE TALLY-GROSS(TALLY-INDEX) TO BREAK-FROM-HISTORY
           PERFORM PRINT-ONE-BREAK.
       IF ACCUM-TAXABLE NOT = TALLY-TAXABLE(TALLY-INDEX)
           MOVE "TAXABLE" TO BREAK-FIELD
           MOVE ACCUM-TAXABLE TO BREAK-ACCUMULATED
           MOVE TALLY-TAXABLE(TALLY-INDEX) TO BREAK-FROM-HISTORY
           PERFORM PRINT-ONE-BREAK.
       IF ACCUM-INCOME-TAX NOT = TALLY-INCOME-TAX(TALLY-INDEX)
           MOVE "INCOME TAX" TO BREAK-FIELD
           MOVE ACCUM-INCOME-TAX TO BREAK-ACCUMULATED
           MOVE TALLY-INCOME-TAX(TALLY-INDEX) TO BREAK-FROM-HISTORY
           PERFORM PRINT-ONE-BREAK.
       IF ACCUM-SOCIAL-TAX NOT = TALLY-SOCIAL-TAX(TALLY-INDEX)
           MOVE "SOCIAL INS" TO BREAK-FIELD
           MOVE ACCUM-SOCIAL-TAX TO BREAK-ACCUMULATED
           MOVE TALLY-SOCIAL-TAX(TALLY-INDEX) TO BREAK-FROM-HISTORY
           PERFORM PRINT-ONE-BREAK.
       IF ACCUM-GARNISHMENTS NOT = TALLY-GARNISHMENTS(TALLY-INDEX)
           MOVE "GARNISHMENTS" TO BREAK-FIELD
           MOVE ACCUM-GARNISHMENTS TO BREAK-ACCUMULATED
           MOVE TALLY-GARNISHMENTS(TALLY-INDEX)
               TO BREAK-FROM-HISTORY
           PERFORM PRINT-ONE-BREAK.
       IF ACCUM-DEDUCTIONS NOT = TALLY-DEDUCTIONS(TALLY-INDEX)
           MOVE "DEDUCTIONS" TO BREAK-FIELD
           MOVE ACCUM-DEDUCTIONS TO BREAK-ACCUMULATED
           MOVE TALLY-DEDUCTIONS(TALLY-INDEX) TO BREAK-FROM-HISTORY
           PERFORM PRINT-ONE-BREAK.
       IF ACCUM-NET NOT = TALLY-NET(TALLY-INDEX)
           MOVE "NET" TO BREAK-FIELD
           MOVE ACCUM-NET TO BREAK-ACCUMULATED
           MOVE TALLY-NET(TALLY-INDEX) TO BREAK-FROM-HISTORY
           PERFORM PRINT-ONE-BREAK.
       IF BREAK-COUNT = BREAKS-BEFORE
           ADD 1 TO EMPLOYEES-PROVED.

      *The per-code split is only useful if it adds back to the
      *deduction total.
       CHECK-THE-CODE-SPLIT.
       MOVE ZERO TO CODE-TOTAL.
       MOVE 1 TO CODE-INDEX.
       PERFORM ADD-ONE-CODE-AMOUNT
           UNTIL CODE-INDEX > ACCUM-CODE-COUNT.
       IF CODE-TOTAL NOT = ACCUM-DEDUCTIONS
           MOVE "CODE SPLIT" TO BREAK-FIELD
           MOVE ACCUM-DEDUCTIONS TO BREAK-ACCUMULATED
           MOVE CODE-TOTAL TO BREAK-FROM-HISTORY
           PERFORM PRINT-ONE-BREAK.

       ADD-ONE-CODE-AMOUNT.
       ADD ACCUM-CODE-AMOUNT(CODE-INDEX) TO CODE-TOTAL.
       ADD 1 TO CODE-INDEX.

       REPORT-UNMATCHED-HISTORY.
       MOVE 1 TO TALLY-INDEX.
       PERFORM REPORT-ONE-UNMATCHED
           UNTIL TALLY-INDEX > TALLY-COUNT.

       REPORT-ONE-UNMATCHED.
       IF TALLY-MATCHED(TALLY-INDEX) = "N"
           MOVE TALLY-EMPLOYEE-ID(TALLY-INDEX) TO BREAK-EMPLOYEE-ID
           MOVE "NO ACCUMULATOR" TO BREAK-FIELD
           MOVE ZERO TO BREAK-ACCUMULATED
           MOVE TALLY-GROSS(TALLY-INDEX) TO BREAK-FROM-HISTORY
           PERFORM PRINT-ONE-BREAK.
       ADD 1 TO TALLY-INDEX.

       PRINT-ONE-BREAK.
       MOVE SPACES TO DETAIL-LINE.
       MOVE BREAK-EMPLOYEE-ID TO DL-ID.
       MOVE BREAK-FIELD TO DL-FIELD.
       MOVE BREAK-ACCUMULATED TO DL-ACCUMULATED.
       MOVE BREAK-FROM-HISTORY TO DL-HISTORY.
       COMPUTE DL-DIFFERENCE =
           BREAK-ACCUMULATED - BREAK-FROM-HISTORY.
       MOVE DETAIL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       ADD 1 TO BREAK-COUNT.

       PRINT-THE-TOTALS.
       MOVE EMPLOYEES-PROVED TO TL-PROVED.
       MOVE BREAK-COUNT TO TL-BREAKS.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE TOTAL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

       OPEN-THE-REPORT.
       MOVE SPACES TO RW-TITLE.
       STRING "QUARTERLY PAY ACCUMULATOR RECONCILIATION "
           REPORT-YEAR " Q" REPORT-QUARTER
           DELIMITED BY SIZE INTO RW-TITLE.
       MOVE "O" TO RW-REQUEST.
       MOVE HEADING-LINE TO RW-COLUMN-HEADING.
       CALL "ReportWriterService" USING RW-REQUEST RW-REPORT-NAME
           RW-TITLE RW-COLUMN-HEADING RW-DETAIL RW-STATUS.

       CLOSE-THE-REPORT.
       MOVE "C" TO RW-REQUEST.
       CALL "ReportWriterService" USING RW-REQUEST RW-REPORT-NAME
           RW-TITLE RW-COLUMN-HEADING RW-DETAIL RW-STATUS.

       WRITE-REPORT-DETAIL.
       MOVE "D" TO RW-REQUEST.
       CALL "ReportWriterService" USING RW-REQUEST RW-REPORT-NAME
           RW-TITLE RW-COLUMN-HEADING RW-DETAIL RW-STATUS.

       READ-NEXT-HISTORY.
       READ PAY-HISTORY-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-ACCUMULATOR.
       READ ACCUMULATOR-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM EmployeeAccumulatorReconciliation.
