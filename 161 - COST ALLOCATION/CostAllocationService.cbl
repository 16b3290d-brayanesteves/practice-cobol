       IDENTIFICATION DIVISION.
       PROGRAM-ID. CostAllocationService.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "CostAllocationPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "CostAllocationLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  COSTALLOC-FILE-STATUS PIC X(2).
       01  SCAN-DONE PIC X.
       01  SPLIT-DATE-HELD PIC 9(8).
       01  SPLIT-OVERFLOWED PIC X.
       01  SPLIT-LIMIT PIC 9(2) VALUE 10.
      *Arguments for the shared secondment lookup.
       77  SM-HOST-BRANCH PIC X(3).
       77  SM-HOST-DEPARTMENT PIC X(20).
       77  SM-START-DATE PIC 9(8).
       77  SM-END-DATE PIC 9(8).
       77  SM-STATUS PIC X(2).

       LINKAGE SECTION.
      *Caller names the employee and the date being costed, and
      *reads back the split in force then - the lines carrying the
      *newest effective date on or before the as-of date, the same
      *resolution rule the exchange rates use. Lines dated earlier
      *are superseded as a set, so ending a split is a new date
      *with one hundred percent on the home department. While the
      *employee is seconded to another branch the loan overrides
      *any split: the whole cost goes to the host department and
      *branch for the length of the loan.
       01  LS-CA-EMPLOYEE-ID PIC 9(6).
       01  LS-CA-AS-OF-DATE PIC 9(8).
       01  LS-CA-SPLIT-AREA.
           05  LS-CA-SPLIT-COUNT PIC 9(2).
           05  LS-CA-SPLIT OCCURS 10 TIMES.
               10  LS-CA-SPLIT-DEPARTMENT PIC X(20).
               10  LS-CA-SPLIT-BRANCH PIC X(3).
               10  LS-CA-SPLIT-PERCENT PIC 9(3)V99.
       01  LS-CA-TOTAL-PERCENT PIC 9(5)V99.
      *00 split found and totals 100, 10 no split on file - charge
      *the home department, 20 split found but does not total 100
      *(or has more lines than the table holds) - the caller
      *charges home and lists the employee as an exception.
       01  LS-CA-STATUS PIC X(2).
           88  LS-CA-SPLIT-GOOD VALUE "00".
           88  LS-CA-NO-SPLIT VALUE "10".
           88  LS-CA-SPLIT-BAD VALUE "20".

       PROCEDURE DIVISION USING LS-CA-EMPLOYEE-ID LS-CA-AS-OF-DATE
           LS-CA-SPLIT-AREA LS-CA-TOTAL-PERCENT LS-CA-STATUS.
       PROGRAM-BEGIN.
       MOVE ZERO TO LS-CA-SPLIT-COUNT.
       MOVE ZERO TO LS-CA-TOTAL-PERCENT.
       MOVE "10" TO LS-CA-STATUS.
       CALL "SecondmentService" USING LS-CA-EMPLOYEE-ID
           LS-CA-AS-OF-DATE SM-HOST-BRANCH SM-HOST-DEPARTMENT
           SM-START-DATE SM-END-DATE SM-STATUS.
       IF SM-STATUS = "00"
           MOVE 1 TO LS-CA-SPLIT-COUNT
           MOVE SM-HOST-DEPARTMENT TO LS-CA-SPLIT-DEPARTMENT (1)
           MOVE SM-HOST-BRANCH TO LS-CA-SPLIT-BRANCH (1)
           MOVE 100 TO LS-CA-SPLIT-PERCENT (1)
           MOVE 100 TO LS-CA-TOTAL-PERCENT
           MOVE "00" TO LS-CA-STATUS
           GO TO PROGRAM-DONE.
       OPEN INPUT COSTALLOC-FILE.
       IF COSTALLOC-FILE-STATUS NOT = "00"
           GO TO PROGRAM-DONE.
       MOVE LS-CA-EMPLOYEE-ID TO COSTALLOC-EMPLOYEE-ID.
       MOVE ZEROES TO COSTALLOC-EFFECTIVE-FROM.
       MOVE LOW-VALUES TO COSTALLOC-DEPARTMENT.
       MOVE LOW-VALUES TO COSTALLOC-BRANCH.
       START COSTALLOC-FILE
           KEY IS NOT LESS THAN COSTALLOC-KEY
           INVALID KEY
               CLOSE COSTALLOC-FILE
               GO TO PROGRAM-DONE
       END-START.
       MOVE ZERO TO SPLIT-DATE-HELD.
       MOVE "N" TO SPLIT-OVERFLOWED.
       MOVE "N" TO SCAN-DONE.
       PERFORM WALK-ONE-SPLIT-LINE
           UNTIL SCAN-DONE = "Y".
       CLOSE COSTALLOC-FILE.
       IF LS-CA-SPLIT-COUNT = ZERO
           GO TO PROGRAM-DONE.
       IF LS-CA-TOTAL-PERCENT = 100 AND SPLIT-OVERFLOWED = "N"
           MOVE "00" TO LS-CA-STATUS
       ELSE
           MOVE "20" TO LS-CA-STATUS.
       PROGRAM-DONE.
       GOBACK.

       WALK-ONE-SPLIT-LINE.
       READ COSTALLOC-FILE NEXT RECORD
           AT END
               MOVE "Y" TO SCAN-DONE
       END-READ.
       IF SCAN-DONE = "N"
           EVALUATE TRUE
               WHEN COSTALLOC-EMPLOYEE-ID NOT = LS-CA-EMPLOYEE-ID
                   MOVE "Y" TO SCAN-DONE
               WHEN COSTALLOC-EFFECTIVE-FROM > LS-CA-AS-OF-DATE
                   MOVE "Y" TO SCAN-DONE
               WHEN OTHER
                   PERFORM HOLD-ONE-SPLIT-LINE
           END-EVALUATE.

      *A newer effective date starts the split over.
       HOLD-ONE-SPLIT-LINE.
       IF COSTALLOC-EFFECTIVE-FROM NOT = SPLIT-DATE-HELD
           MOVE COSTALLOC-EFFECTIVE-FROM TO SPLIT-DATE-HELD
           MOVE ZERO TO LS-CA-SPLIT-COUNT
           MOVE ZERO TO LS-CA-TOTAL-PERCENT
           MOVE "N" TO SPLIT-OVERFLOWED.
       ADD COSTALLOC-PERCENT TO LS-CA-TOTAL-PERCENT.
       IF LS-CA-SPLIT-COUNT < SPLIT-LIMIT
           ADD 1 TO LS-CA-SPLIT-COUNT
           MOVE COSTALLOC-DEPARTMENT
               TO LS-CA-SPLIT-DEPARTMENT (LS-CA-SPLIT-COUNT)
           MOVE COSTALLOC-BRANCH
               TO LS-CA-SPLIT-BRANCH (LS-CA-SPLIT-COUNT)
           MOVE COSTALLOC-PERCENT
               TO LS-CA-SPLIT-PERCENT (LS-CA-SPLIT-COUNT)
       ELSE
           MOVE "Y" TO SPLIT-OVERFLOWED.

       END PROGRAM CostAllocationService.
