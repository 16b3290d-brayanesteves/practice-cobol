       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PayRunPhysicalFile.cbl".
       COPY "NetPayPhysicalFile.cbl".
       COPY "GlMapPhysicalFile.cbl".
       COPY "BranchPhysicalFile.cbl".

      *The balanced debit/credit posting batch finance imports; one

       DATA DIVISION.
       FILE SECTION.
       COPY "PayRunLogicFile.cbl".
       COPY "NetPayLogicFile.cbl".
       COPY "GlMapLogicFile.cbl".
       COPY "BranchLogicFile.cbl".

       FD GL-POSTING-FILE.
       01 EXCEPTION-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  PAY-RUN-STATUS PIC X(2).
       01  NET-PAY-STATUS PIC X(2).
       01  GLMAP-FILE-STATUS PIC X(2).
       01  READ-ALL PIC X.
       77  RECORD-FOUND PIC X.
       77  MAPPING-FOUND PIC X.
       01  RUN-PERIOD PIC 9(6).
       01  OTHER-PERIOD-COUNT PIC 9(5) VALUE ZERO.

      *One bucket per department-and-branch pair seen, holding the
      *labor cost of the pay run: the gross each employee was
      *calculated, as netpay.dat carries it.
       01  BUCKET-LIMIT PIC 9(3) VALUE 200.
       01  BUCKET-COUNT PIC 9(3) VALUE ZERO.
       01  BUCKET-INDEX PIC 9(3).
               10  BUCKET-BRANCH PIC X(3).
               10  BUCKET-AMOUNT PIC 9(9)V99.

       01  BRANCH-FILE-STATUS PIC X(2).
       01  BRANCH-FILE-PRESENT PIC X VALUE "N".
       77  BRANCH-WAS-FOUND PIC X.
       01  NOTED-TABLE.
           05  NOTED-CURRENCY OCCURS 10 TIMES PIC X(3).
       01  LINE-COST PIC 9(7)V99.
      *Arguments for the shared cost-split resolver: a split-funded
      *employee's cost is shared across the departments in the split
      *in force on the posting date; everyone else, and anyone whose
      *split does not total one hundred, is charged to the home
      *department and branch.
       77  SPLIT-EMPLOYEE-ID PIC 9(6).
       77  SPLIT-AS-OF-DATE PIC 9(8).
       01  SPLIT-AREA.
           05  SPLIT-COUNT PIC 9(2).
           05  SPLIT-ENTRY OCCURS 10 TIMES.
               10  SPLIT-DEPARTMENT PIC X(20).
               10  SPLIT-BRANCH PIC X(3).
               10  SPLIT-PERCENT PIC 9(3)V99.
       77  SPLIT-TOTAL-PERCENT PIC 9(5)V99.
       77  SPLIT-LOOKUP-STATUS PIC X(2).
       01  SPLIT-INDEX PIC 9(2).
       01  SPLIT-TOTAL-DISPLAY PIC ZZZZ9.99.
       01  SPLIT-EXCEPTION-COUNT PIC 9(3) VALUE ZERO.
       01  FULL-COST PIC 9(7)V99.
       01  COST-LEFT PIC 9(7)V99.
       01  CHARGE-DEPARTMENT PIC X(20).
       01  CHARGE-BRANCH PIC X(3).
       01  TOTAL-DEBITS PIC 9(11)V99 VALUE ZERO.
       01  TOTAL-CREDITS PIC 9(11)V99 VALUE ZERO.
       01  UNMAPPED-COUNT PIC 9(3) VALUE ZERO.
       01  COUNT-DISPLAY PIC ZZ9.

       PROCEDURE DIVISION.
      *The labor posting finance used to re-key: one debit to each
      *mapped department's expense account and a matching credit to
      *its clearing account, amounts summarized from the gross pay
      *of the run in payrun.dat, so the ledger carries what the
      *payroll reconciliation proves was paid. Split-funded
      *people are shared across the departments of their cost
      *split. A bucket with no mapping, or a split that does not
      *total one hundred, is reported to glunmapped.rpt; an unmapped
      *bucket is left out of the batch, and a batch that does not
      *balance is never written at all.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           PERFORM GATHER-THE-PAY-RUN-COSTS
           PERFORM WRITE-THE-BATCH.
       PERFORM CLOSING-PROCEDURE.
       IF RETURN-CODE = ZERO
               " balanced bucket(s) to glposting.dat."
           MOVE UNMAPPED-COUNT TO COUNT-DISPLAY
           DISPLAY "Buckets with no account mapping: "
               COUNT-DISPLAY " (see glunmapped.rpt)."
           MOVE SPLIT-EXCEPTION-COUNT TO COUNT-DISPLAY
           DISPLAY "Cost splits not totalling 100: "
               COUNT-DISPLAY " (charged home, see glunmapped.rpt)."
           IF OTHER-PERIOD-COUNT > ZERO
               MOVE OTHER-PERIOD-COUNT TO COUNT-DISPLAY
               DISPLAY "Net pay records for another period left out: "
                   COUNT-DISPLAY
           END-IF.
       END-PROGRAM.
       GOBACK.

      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
      *The run's pay date is the date the costs are converted and
      *split at, so the reconciliation, reading the same run later,
      *converts and splits them the same way.
       MOVE "N" TO RECORD-FOUND.
       OPEN INPUT PAY-RUN-FILE.
       IF PAY-RUN-STATUS = "00"
           READ PAY-RUN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO RECORD-FOUND
                   MOVE PAYRUN-PERIOD TO RUN-PERIOD
                   MOVE PAYRUN-PAY-DATE TO CONVERSION-DATE
           END-READ.
       CLOSE PAY-RUN-FILE.
       IF RECORD-FOUND = "N"
           DISPLAY "No payrun.dat on file - run the pay"
               " calculation first. Nothing posted."
           MOVE 1 TO RETURN-CODE.
       IF RETURN-CODE = ZERO
           IF CONVERSION-DATE = ZERO
               ACCEPT CONVERSION-DATE FROM DATE YYYYMMDD
           END-IF
           OPEN INPUT NET-PAY-FILE
           IF NET-PAY-STATUS NOT = "00"
               DISPLAY "No netpay.dat on file - run the pay"
                   " calculation first. Nothing posted."
               MOVE 1 TO RETURN-CODE
           END-IF
       END-IF.
       IF RETURN-CODE = ZERO
           OPEN INPUT GLMAP-FILE
           IF GLMAP-FILE-STATUS NOT = "00"
               DISPLAY "No GL account mapping on file - set up"
                   " glmap.dat first. Nothing posted."
               MOVE 1 TO RETURN-CODE
               CLOSE NET-PAY-FILE
           END-IF
       END-IF.
       IF RETURN-CODE = ZERO
           IF BRANCH-FILE-STATUS = "00"
               MOVE "Y" TO BRANCH-FILE-PRESENT
           END-IF
           OPEN OUTPUT GL-EXCEPTION-REPORT-FILE.

       CLOSING-PROCEDURE.
       IF RETURN-CODE = ZERO
           CLOSE NET-PAY-FILE
           IF BRANCH-FILE-PRESENT = "Y"
               CLOSE BRANCH-FILE
           END-IF
           CLOSE GLMAP-FILE
           CLOSE GL-EXCEPTION-REPORT-FILE.

      *Each employee on the run is charged the gross calculated for
      *them, at the department and branch the run paid them in;
      *premium and overtime pay are already in that gross. A
      *record left from another period is not this run's cost.
       GATHER-THE-PAY-RUN-COSTS.
       MOVE ZEROES TO NETPAY-EMPLOYEE-ID.
       MOVE "0" TO READ-ALL.
       START NET-PAY-FILE
           KEY IS NOT LESS THAN NETPAY-EMPLOYEE-ID
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       PERFORM READ-NEXT-NET-PAY.
       PERFORM GATHER-ONE-NET-PAY
           UNTIL READ-ALL = "1".

       GATHER-ONE-NET-PAY.
       IF NETPAY-PERIOD NOT = RUN-PERIOD
           ADD 1 TO OTHER-PERIOD-COUNT
       ELSE
           PERFORM FETCH-THE-RATE
           COMPUTE LINE-COST ROUNDED = NETPAY-GROSS * FX-RATE-FOUND
           PERFORM CHARGE-THE-COST.
       PERFORM READ-NEXT-NET-PAY.

      *The branch names the currency, the rate table names the
      *rate in force on the posting date; home-branch pay rides
       FETCH-THE-RATE.
       MOVE SPACES TO FX-LOOKUP-CURRENCY.
       IF BRANCH-FILE-PRESENT = "Y"
           MOVE NETPAY-BRANCH TO BRANCH-CODE
           MOVE "Y" TO BRANCH-WAS-FOUND
           READ BRANCH-FILE RECORD
               INVALID KEY
       ELSE
           ADD 1 TO NOTED-INDEX.

      *Each share is the split percentage of the cost; the last
      *share takes whatever is left, so rounding never loses or
      *adds a cent.
       CHARGE-THE-COST.
       MOVE NETPAY-EMPLOYEE-ID TO SPLIT-EMPLOYEE-ID.
       MOVE CONVERSION-DATE TO SPLIT-AS-OF-DATE.
       CALL "CostAllocationService" USING SPLIT-EMPLOYEE-ID
           SPLIT-AS-OF-DATE SPLIT-AREA SPLIT-TOTAL-PERCENT
           SPLIT-LOOKUP-STATUS.
       IF SPLIT-LOOKUP-STATUS = "00"
           MOVE LINE-COST TO FULL-COST
           MOVE LINE-COST TO COST-LEFT
           MOVE 1 TO SPLIT-INDEX
           PERFORM CHARGE-ONE-SPLIT
               UNTIL SPLIT-INDEX > SPLIT-COUNT
       ELSE
           IF SPLIT-LOOKUP-STATUS = "20"
               PERFORM NOTE-THE-BAD-SPLIT
           END-IF
           MOVE NETPAY-DEPARTMENT TO CHARGE-DEPARTMENT
           MOVE NETPAY-BRANCH TO CHARGE-BRANCH
           PERFORM ADD-TO-THE-BUCKET.

      *A split line with no branch charges the home branch.
       CHARGE-ONE-SPLIT.
       IF SPLIT-INDEX = SPLIT-COUNT
           MOVE COST-LEFT TO LINE-COST
       ELSE
           COMPUTE LINE-COST ROUNDED =
               FULL-COST * SPLIT-PERCENT (SPLIT-INDEX) / 100.
       SUBTRACT LINE-COST FROM COST-LEFT.
       MOVE SPLIT-DEPARTMENT (SPLIT-INDEX) TO CHARGE-DEPARTMENT.
       IF SPLIT-BRANCH (SPLIT-INDEX) = SPACES
           MOVE NETPAY-BRANCH TO CHARGE-BRANCH
       ELSE
           MOVE SPLIT-BRANCH (SPLIT-INDEX) TO CHARGE-BRANCH.
       PERFORM ADD-TO-THE-BUCKET.
       ADD 1 TO SPLIT-INDEX.

       NOTE-THE-BAD-SPLIT.
       MOVE SPLIT-TOTAL-PERCENT TO SPLIT-TOTAL-DISPLAY.
       MOVE SPACES TO EXCEPTION-LINE.
       STRING "COST SPLIT FOR " NETPAY-EMPLOYEE-ID " TOTALS "
           SPLIT-TOTAL-DISPLAY "% - CHARGED TO HOME DEPARTMENT"
           DELIMITED BY SIZE INTO EXCEPTION-LINE.
       WRITE EXCEPTION-LINE.
       ADD 1 TO SPLIT-EXCEPTION-COUNT.

       ADD-TO-THE-BUCKET.
       MOVE "N" TO BUCKET-WAS-FOUND.
           ELSE
               ADD 1 TO BUCKET-COUNT
               MOVE BUCKET-COUNT TO BUCKET-INDEX
               MOVE CHARGE-DEPARTMENT
                   TO BUCKET-DEPARTMENT (BUCKET-INDEX)
               MOVE CHARGE-BRANCH
                   TO BUCKET-BRANCH (BUCKET-INDEX)
               MOVE ZERO TO BUCKET-AMOUNT (BUCKET-INDEX)
               MOVE "Y" TO BUCKET-WAS-FOUND.
           ADD LINE-COST TO BUCKET-AMOUNT (BUCKET-INDEX).

       LOOK-FOR-BUCKET.
       IF BUCKET-DEPARTMENT (BUCKET-INDEX) = CHARGE-DEPARTMENT
           AND BUCKET-BRANCH (BUCKET-INDEX) = CHARGE-BRANCH
           MOVE "Y" TO BUCKET-WAS-FOUND
       ELSE
           ADD 1 TO BUCKET-INDEX.
           ADD 1 TO POSTED-COUNT.
       ADD 1 TO BUCKET-INDEX.

       READ-NEXT-NET-PAY.
       READ NET-PAY-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM EmployeeGlLaborPosting.
