       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  READ-ALL PIC X.
       01  ROW-DEPARTMENT PIC X(20).

      *Arguments for the shared secondment lookup.
       77  SM-EMPLOYEE-ID PIC 9(6).
       77  SM-AS-OF-DATE PIC 9(8).
       77  SM-HOST-BRANCH PIC X(3).
       77  SM-HOST-DEPARTMENT PIC X(20).
       77  SM-START-DATE PIC 9(8).
       77  SM-END-DATE PIC 9(8).
       77  SM-STATUS PIC X(2).

      *One row per department found on the master, tallied in a
      *single pass against the ACTIVE/ON-LEAVE/TERMINATED 88-levels.
               10  TALLY-FTE PIC 9(5)V99.
               10  TALLY-ON-LEAVE PIC 9(5).
               10  TALLY-TERMINATED PIC 9(5).
      *People lent to another branch stay in their home row and
      *are counted there as loaned out; the host row shows them as
      *on loan in, outside its own total.
               10  TALLY-LOANED-OUT PIC 9(5).
               10  TALLY-ON-LOAN-IN PIC 9(5).
       01  GRAND-ACTIVE PIC 9(6) VALUE ZERO.
       01  GRAND-FTE PIC 9(6)V99 VALUE ZERO.
       01  GRAND-ON-LEAVE PIC 9(6) VALUE ZERO.
       01  GRAND-TERMINATED PIC 9(6) VALUE ZERO.
       01  GRAND-ON-LOAN PIC 9(6) VALUE ZERO.
       01  GRAND-TOTAL PIC 9(6) VALUE ZERO.
       01  ROW-TOTAL PIC 9(6).

           05  FILLER PIC X(10) VALUE "ON LEAVE".
           05  FILLER PIC X(12) VALUE "TERMINATED".
           05  FILLER PIC X(8) VALUE "TOTAL".
           05  FILLER PIC X(12) VALUE "LOANED OUT".
           05  FILLER PIC X(10) VALUE "ON LOAN IN".

       01  DETAIL-LINE.
           05  DL-DEPARTMENT PIC X(20).
           05  DL-TERMINATED PIC ZZ,ZZ9.
           05  FILLER PIC X(4) VALUE SPACES.
           05  DL-TOTAL PIC ZZZ,ZZ9.
           05  FILLER PIC X(9) VALUE SPACES.
           05  DL-LOANED-OUT PIC ZZ,ZZ9.
           05  FILLER PIC X(6) VALUE SPACES.
           05  DL-ON-LOAN-IN PIC ZZ,ZZ9.

       01  TOTAL-LINE.
           05  FILLER PIC X(20) VALUE "GRAND TOTAL".
           05  TL-TERMINATED PIC ZZ,ZZ9.
           05  FILLER PIC X(4) VALUE SPACES.
           05  TL-TOTAL PIC ZZZ,ZZ9.
           05  FILLER PIC X(9) VALUE SPACES.
           05  TL-LOANED-OUT PIC ZZ,ZZ9.
           05  FILLER PIC X(6) VALUE SPACES.
           05  TL-ON-LOAN-IN PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
      *The one-page count management asks for weekly: how many active
      *and terminated employees per department, with row and column
      *totals, from a single pass of EMPLOYEES-FILE - no more hand
      *counting roster pages. Anyone on loan to another branch
      *today is counted at home and shown again, as on loan in,
      *against the host department.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       CLOSE HEADCOUNT-REPORT-FILE.

       TALLY-ONE-RECORD.
       MOVE EMPLOYEES-DEPARTMENT TO ROW-DEPARTMENT.
       PERFORM FIND-DEPARTMENT-ROW.
       EVALUATE TRUE
           WHEN EMPLOYEES-ACTIVE
               ADD 1 TO TALLY-TERMINATED (DEPARTMENT-INDEX)
               ADD 1 TO GRAND-TERMINATED
       END-EVALUATE.
       IF EMPLOYEES-ACTIVE OR EMPLOYEES-ON-LEAVE
           PERFORM CHECK-FOR-A-LOAN.
       PERFORM READ-NEXT-RECORD.

       CHECK-FOR-A-LOAN.
       MOVE EMPLOYEES-ID TO SM-EMPLOYEE-ID.
       MOVE TODAYS-DATE TO SM-AS-OF-DATE.
       CALL "SecondmentService" USING SM-EMPLOYEE-ID SM-AS-OF-DATE
           SM-HOST-BRANCH SM-HOST-DEPARTMENT SM-START-DATE
           SM-END-DATE SM-STATUS.
       IF SM-STATUS = "00"
           ADD 1 TO TALLY-LOANED-OUT (DEPARTMENT-INDEX)
           ADD 1 TO GRAND-ON-LOAN
           MOVE SM-HOST-DEPARTMENT TO ROW-DEPARTMENT
           PERFORM FIND-DEPARTMENT-ROW
           ADD 1 TO TALLY-ON-LOAN-IN (DEPARTMENT-INDEX).

      *Zero hours means the field was never captured and reads as
      *the standard forty.
       ADD-THE-FTE-WEIGHT.

       CHECK-ONE-DEPARTMENT-ROW.
       IF TALLY-DEPARTMENT (DEPARTMENT-INDEX) =
               ROW-DEPARTMENT
           MOVE "Y" TO DEPARTMENT-WAS-FOUND
       ELSE
           ADD 1 TO DEPARTMENT-INDEX.
       ELSE
           ADD 1 TO DEPARTMENT-COUNT
           MOVE DEPARTMENT-COUNT TO DEPARTMENT-INDEX
           MOVE ROW-DEPARTMENT
               TO TALLY-DEPARTMENT (DEPARTMENT-INDEX)
           MOVE ZERO TO TALLY-ACTIVE (DEPARTMENT-INDEX)
           MOVE ZERO TO TALLY-FTE (DEPARTMENT-INDEX)
           MOVE ZERO TO TALLY-ON-LEAVE (DEPARTMENT-INDEX)
           MOVE ZERO TO TALLY-TERMINATED (DEPARTMENT-INDEX)
           MOVE ZERO TO TALLY-LOANED-OUT (DEPARTMENT-INDEX)
           MOVE ZERO TO TALLY-ON-LOAN-IN (DEPARTMENT-INDEX).

       PRINT-THE-CROSSTAB.
       MOVE TODAYS-DATE-DISPLAY TO HL1-RUN-DATE.
       MOVE GRAND-ON-LEAVE TO TL-ON-LEAVE.
       MOVE GRAND-TERMINATED TO TL-TERMINATED.
       MOVE GRAND-TOTAL TO TL-TOTAL.
       MOVE GRAND-ON-LOAN TO TL-LOANED-OUT.
       MOVE GRAND-ON-LOAN TO TL-ON-LOAN-IN.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
           TALLY-TERMINATED (DEPARTMENT-INDEX)
           GIVING ROW-TOTAL.
       MOVE ROW-TOTAL TO DL-TOTAL.
       MOVE TALLY-LOANED-OUT (DEPARTMENT-INDEX) TO DL-LOANED-OUT.
       MOVE TALLY-ON-LOAN-IN (DEPARTMENT-INDEX) TO DL-ON-LOAN-IN.
       MOVE SPACES TO REPORT-LINE.
       MOVE DETAIL-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
