       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReferenceLayoutConversion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "OperatorPhysicalFile.cbl".
       COPY "BranchPhysicalFile.cbl".
       COPY "BudgetPhysicalFile.cbl".
       COPY "GarnishmentPhysicalFile.cbl".
       COPY "JobTitlePhysicalFile.cbl".
       COPY "RequisitionPhysicalFile.cbl".
       COPY "StagingPhysicalFile.cbl".

      *The pre-upgrade reference files under the names the operator
      *renames them to before this one-time run, each still in the
      *record length it had before its newest fields were added on
      *the end. The keys sit where they always did, so the indexed
      *files open exactly as they were built.
       SELECT OLD-OPERATOR-FILE
       ASSIGN TO "operators.old"
       ORGANIZATION IS INDEXED
       RECORD KEY IS OLDOP-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS OLD-OPERATOR-STATUS.

       SELECT OLD-BRANCH-FILE
       ASSIGN TO "branches.old"
       ORGANIZATION IS INDEXED
       RECORD KEY IS OLDBR-CODE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS OLD-BRANCH-STATUS.

       SELECT OLD-BUDGET-FILE
       ASSIGN TO "budgets.old"
       ORGANIZATION IS INDEXED
       RECORD KEY IS OLDBU-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS OLD-BUDGET-STATUS.

       SELECT OLD-GARNISHMENT-FILE
       ASSIGN TO "garnish.old"
       ORGANIZATION IS INDEXED
       RECORD KEY IS OLDGA-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS OLD-GARNISHMENT-STATUS.

       SELECT OLD-JOBTITLE-FILE
       ASSIGN TO "jobtitles.old"
       ORGANIZATION IS INDEXED
       RECORD KEY IS OLDJT-CODE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS OLD-JOBTITLE-STATUS.

       SELECT OLD-REQUISITION-FILE
       ASSIGN TO "requisitions.old"
       ORGANIZATION IS INDEXED
       RECORD KEY IS OLDRQ-POSITION-NUMBER
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS OLD-REQUISITION-STATUS.

       SELECT OLD-STAGING-FILE
       ASSIGN TO "stagehire.old"
       ORGANIZATION IS INDEXED
       RECORD KEY IS OLDST-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS OLD-STAGING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "OperatorLogicFile.cbl".
       COPY "BranchLogicFile.cbl".
       COPY "BudgetLogicFile.cbl".
       COPY "GarnishmentLogicFile.cbl".
       COPY "JobTitleLogicFile.cbl".
       COPY "RequisitionLogicFile.cbl".
       COPY "StagingLogicFile.cbl".

      *Every old record is the new one cut off before its added
      *fields, so each is carried as its key and the rest of the
      *bytes as they stood.
      *19 bytes - before the operator's employee link.
       FD OLD-OPERATOR-FILE.
       01 OLD-OPERATOR-RECORD.
           05 OLDOP-ID PIC X(8).
           05 OLDOP-BODY PIC X(11).

      *31 bytes - before the withholding country.
       FD OLD-BRANCH-FILE.
       01 OLD-BRANCH-RECORD.
           05 OLDBR-CODE PIC X(3).
           05 OLDBR-BODY PIC X(28).

      *31 bytes - before the salary money budget.
       FD OLD-BUDGET-FILE.
       01 OLD-BUDGET-RECORD.
           05 OLDBU-KEY PIC X(26).
           05 OLDBU-BODY PIC X(5).

      *44 bytes - before the payee code.
       FD OLD-GARNISHMENT-FILE.
       01 OLD-GARNISHMENT-RECORD.
           05 OLDGA-KEY PIC X(16).
           05 OLDGA-BODY PIC X(28).

      *50 bytes - before the workers' compensation class and rate.
       FD OLD-JOBTITLE-FILE.
       01 OLD-JOBTITLE-RECORD.
           05 OLDJT-CODE PIC X(20).
           05 OLDJT-BODY PIC X(30).

      *72 bytes - before the expected fill date.
       FD OLD-REQUISITION-FILE.
       01 OLD-REQUISITION-RECORD.
           05 OLDRQ-POSITION-NUMBER PIC 9(6).
           05 OLDRQ-BODY PIC X(66).

      *288 bytes - before the requisition a hire was staged against.
       FD OLD-STAGING-FILE.
       01 OLD-STAGING-RECORD.
           05 OLDST-ID PIC 9(6).
           05 OLDST-BODY PIC X(282).

       WORKING-STORAGE SECTION.
       01  OPERATOR-FILE-STATUS PIC X(2).
       01  BRANCH-FILE-STATUS PIC X(2).
       01  BUDGET-FILE-STATUS PIC X(2).
       01  GARNISHMENT-FILE-STATUS PIC X(2).
       01  JOBTITLE-FILE-STATUS PIC X(2).
       01  REQUISITION-FILE-STATUS PIC X(2).
       01  STAGING-FILE-STATUS PIC X(2).
       01  OLD-OPERATOR-STATUS PIC X(2).
       01  OLD-BRANCH-STATUS PIC X(2).
       01  OLD-BUDGET-STATUS PIC X(2).
       01  OLD-GARNISHMENT-STATUS PIC X(2).
       01  OLD-JOBTITLE-STATUS PIC X(2).
       01  OLD-REQUISITION-STATUS PIC X(2).
       01  OLD-STAGING-STATUS PIC X(2).
       01  READ-ALL PIC X.
       01  OPERATORS-CONVERTED PIC 9(7) VALUE ZERO.
       01  BRANCHES-CONVERTED PIC 9(7) VALUE ZERO.
       01  BUDGETS-CONVERTED PIC 9(7) VALUE ZERO.
       01  GARNISHMENTS-CONVERTED PIC 9(7) VALUE ZERO.
       01  JOBTITLES-CONVERTED PIC 9(7) VALUE ZERO.
       01  REQUISITIONS-CONVERTED PIC 9(7) VALUE ZERO.
       01  STAGED-CONVERTED PIC 9(7) VALUE ZERO.
       01  CONVERTED-DISPLAY PIC Z(6)9.

       PROCEDURE DIVISION.
      *One-time upgrade step for an installation whose reference
      *files predate the fields added on the end of their records:
      *the old files will not open under the new record lengths at
      *all. Rename each live file first - operators.dat to
      *operators.old, branches.dat to branches.old, budgets.dat to
      *budgets.old, garnish.dat to garnish.old, jobtitles.dat to
      *jobtitles.old, requisitions.dat to requisitions.old and
      *stagehire.dat to stagehire.old - then run this once. Each
      *record is read under its old length and written under the
      *new one with every added field at its empty value: spaces
      *for codes, zero for numbers, dates and IDs. A file with no
      *.old copy is passed over and left as it is.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM CONVERT-THE-OPERATORS
           THRU CONVERT-THE-OPERATORS-EXIT.
       PERFORM CONVERT-THE-BRANCHES
           THRU CONVERT-THE-BRANCHES-EXIT.
       PERFORM CONVERT-THE-BUDGETS
           THRU CONVERT-THE-BUDGETS-EXIT.
       PERFORM CONVERT-THE-GARNISHMENTS
           THRU CONVERT-THE-GARNISHMENTS-EXIT.
       PERFORM CONVERT-THE-JOBTITLES
           THRU CONVERT-THE-JOBTITLES-EXIT.
       PERFORM CONVERT-THE-REQUISITIONS
           THRU CONVERT-THE-REQUISITIONS-EXIT.
       PERFORM CONVERT-THE-STAGED-HIRES
           THRU CONVERT-THE-STAGED-HIRES-EXIT.
       DISPLAY "Reference layout conversion complete.".
       MOVE OPERATORS-CONVERTED TO CONVERTED-DISPLAY.
       DISPLAY "  Operators converted:      " CONVERTED-DISPLAY.
       MOVE BRANCHES-CONVERTED TO CONVERTED-DISPLAY.
       DISPLAY "  Branches converted:       " CONVERTED-DISPLAY.
       MOVE BUDGETS-CONVERTED TO CONVERTED-DISPLAY.
       DISPLAY "  Budgets converted:        " CONVERTED-DISPLAY.
       MOVE GARNISHMENTS-CONVERTED TO CONVERTED-DISPLAY.
       DISPLAY "  Garnishments converted:   " CONVERTED-DISPLAY.
       MOVE JOBTITLES-CONVERTED TO CONVERTED-DISPLAY.
       DISPLAY "  Job titles converted:     " CONVERTED-DISPLAY.
       MOVE REQUISITIONS-CONVERTED TO CONVERTED-DISPLAY.
       DISPLAY "  Requisitions converted:   " CONVERTED-DISPLAY.
       MOVE STAGED-CONVERTED TO CONVERTED-DISPLAY.
       DISPLAY "  Staged hires converted:   " CONVERTED-DISPLAY.
       END-PROGRAM.
       GOBACK.

       CONVERT-THE-OPERATORS.
       OPEN INPUT OLD-OPERATOR-FILE.
       IF OLD-OPERATOR-STATUS NOT = "00"
           DISPLAY "operators.old not found - operators not"
               " converted."
           GO TO CONVERT-THE-OPERATORS-EXIT.
       OPEN OUTPUT OPERATOR-FILE.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-OLD-OPERATOR.
       PERFORM CONVERT-ONE-OPERATOR
           UNTIL READ-ALL = "1".
       CLOSE OPERATOR-FILE.
       CONVERT-THE-OPERATORS-EXIT.
       CLOSE OLD-OPERATOR-FILE.

      *No employee link - the operator maintenance screen sets one.
       CONVERT-ONE-OPERATOR.
       MOVE OLD-OPERATOR-RECORD TO OPERATOR-RECORD.
       MOVE ZERO TO OPERATOR-EMPLOYEE-ID.
       WRITE OPERATOR-RECORD
           INVALID KEY
               DISPLAY "Error converting operator " OLDOP-ID "."
           NOT INVALID KEY
               ADD 1 TO OPERATORS-CONVERTED
       END-WRITE.
       PERFORM READ-NEXT-OLD-OPERATOR.

       CONVERT-THE-BRANCHES.
       OPEN INPUT OLD-BRANCH-FILE.
       IF OLD-BRANCH-STATUS NOT = "00"
           DISPLAY "branches.old not found - branches not"
               " converted."
           GO TO CONVERT-THE-BRANCHES-EXIT.
       OPEN OUTPUT BRANCH-FILE.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-OLD-BRANCH.
       PERFORM CONVERT-ONE-BRANCH
           UNTIL READ-ALL = "1".
       CLOSE BRANCH-FILE.
       CONVERT-THE-BRANCHES-EXIT.
       CLOSE OLD-BRANCH-FILE.

      *The home country, which is what every branch was taxed under
      *before a country was carried.
       CONVERT-ONE-BRANCH.
       MOVE OLD-BRANCH-RECORD TO BRANCH-RECORD.
       MOVE SPACES TO BRANCH-COUNTRY.
       WRITE BRANCH-RECORD
           INVALID KEY
               DISPLAY "Error converting branch " OLDBR-CODE "."
           NOT INVALID KEY
               ADD 1 TO BRANCHES-CONVERTED
       END-WRITE.
       PERFORM READ-NEXT-OLD-BRANCH.

       CONVERT-THE-BUDGETS.
       OPEN INPUT OLD-BUDGET-FILE.
       IF OLD-BUDGET-STATUS NOT = "00"
           DISPLAY "budgets.old not found - budgets not converted."
           GO TO CONVERT-THE-BUDGETS-EXIT.
       OPEN OUTPUT BUDGET-FILE.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-OLD-BUDGET.
       PERFORM CONVERT-ONE-BUDGET
           UNTIL READ-ALL = "1".
       CLOSE BUDGET-FILE.
       CONVERT-THE-BUDGETS-EXIT.
       CLOSE OLD-BUDGET-FILE.

      *Headcount only - no money budget until one is keyed.
       CONVERT-ONE-BUDGET.
       MOVE OLD-BUDGET-RECORD TO BUDGET-RECORD.
       MOVE ZERO TO BUDGET-SALARY-AMOUNT.
       WRITE BUDGET-RECORD
           INVALID KEY
               DISPLAY "Error converting budget " OLDBU-KEY "."
           NOT INVALID KEY
               ADD 1 TO BUDGETS-CONVERTED
       END-WRITE.
       PERFORM READ-NEXT-OLD-BUDGET.

       CONVERT-THE-GARNISHMENTS.
       OPEN INPUT OLD-GARNISHMENT-FILE.
       IF OLD-GARNISHMENT-STATUS NOT = "00"
           DISPLAY "garnish.old not found - garnishments not"
               " converted."
           GO TO CONVERT-THE-GARNISHMENTS-EXIT.
       OPEN OUTPUT GARNISHMENT-FILE.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-OLD-GARNISHMENT.
       PERFORM CONVERT-ONE-GARNISHMENT
           UNTIL READ-ALL = "1".
       CLOSE GARNISHMENT-FILE.
       CONVERT-THE-GARNISHMENTS-EXIT.
       CLOSE OLD-GARNISHMENT-FILE.

      *No payee - the remittance holds the money back until the
      *garnishment screen links the order to one.
       CONVERT-ONE-GARNISHMENT.
       MOVE OLD-GARNISHMENT-RECORD TO GARNISHMENT-RECORD.
       MOVE SPACES TO GARNISH-PAYEE-CODE.
       WRITE GARNISHMENT-RECORD
           INVALID KEY
               DISPLAY "Error converting garnishment " OLDGA-KEY "."
           NOT INVALID KEY
               ADD 1 TO GARNISHMENTS-CONVERTED
       END-WRITE.
       PERFORM READ-NEXT-OLD-GARNISHMENT.

       CONVERT-THE-JOBTITLES.
       OPEN INPUT OLD-JOBTITLE-FILE.
       IF OLD-JOBTITLE-STATUS NOT = "00"
           DISPLAY "jobtitles.old not found - job titles not"
               " converted."
           GO TO CONVERT-THE-JOBTITLES-EXIT.
       OPEN OUTPUT JOBTITLE-FILE.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-OLD-JOBTITLE.
       PERFORM CONVERT-ONE-JOBTITLE
           UNTIL READ-ALL = "1".
       CLOSE JOBTITLE-FILE.
       CONVERT-THE-JOBTITLES-EXIT.
       CLOSE OLD-JOBTITLE-FILE.

      *Not yet classified for workers' compensation.
       CONVERT-ONE-JOBTITLE.
       MOVE OLD-JOBTITLE-RECORD TO JOBTITLE-RECORD.
       MOVE SPACES TO JOBTITLE-WC-CLASS.
       MOVE ZERO TO JOBTITLE-WC-RATE.
       WRITE JOBTITLE-RECORD
           INVALID KEY
               DISPLAY "Error converting job title " OLDJT-CODE "."
           NOT INVALID KEY
               ADD 1 TO JOBTITLES-CONVERTED
       END-WRITE.
       PERFORM READ-NEXT-OLD-JOBTITLE.

       CONVERT-THE-REQUISITIONS.
       OPEN INPUT OLD-REQUISITION-FILE.
       IF OLD-REQUISITION-STATUS NOT = "00"
           DISPLAY "requisitions.old not found - requisitions not"
               " converted."
           GO TO CONVERT-THE-REQUISITIONS-EXIT.
       OPEN OUTPUT REQUISITION-FILE.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-OLD-REQUISITION.
       PERFORM CONVERT-ONE-REQUISITION
           UNTIL READ-ALL = "1".
       CLOSE REQUISITION-FILE.
       CONVERT-THE-REQUISITIONS-EXIT.
       CLOSE OLD-REQUISITION-FILE.

      *Expected fill date not known.
       CONVERT-ONE-REQUISITION.
       MOVE OLD-REQUISITION-RECORD TO REQUISITION-RECORD.
       MOVE ZERO TO REQ-EXPECTED-FILL-DATE.
       WRITE REQUISITION-RECORD
           INVALID KEY
               DISPLAY "Error converting requisition "
                   OLDRQ-POSITION-NUMBER "."
           NOT INVALID KEY
               ADD 1 TO REQUISITIONS-CONVERTED
       END-WRITE.
       PERFORM READ-NEXT-OLD-REQUISITION.

       CONVERT-THE-STAGED-HIRES.
       OPEN INPUT OLD-STAGING-FILE.
       IF OLD-STAGING-STATUS NOT = "00"
           DISPLAY "stagehire.old not found - staged hires not"
               " converted."
           GO TO CONVERT-THE-STAGED-HIRES-EXIT.
       OPEN OUTPUT STAGING-FILE.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-OLD-STAGING.
       PERFORM CONVERT-ONE-STAGED-HIRE
           UNTIL READ-ALL = "1".
       CLOSE STAGING-FILE.
       CONVERT-THE-STAGED-HIRES-EXIT.
       CLOSE OLD-STAGING-FILE.

      *Staged from the add screen or the batch loader, not against
      *an accepted offer's requisition.
       CONVERT-ONE-STAGED-HIRE.
       MOVE OLD-STAGING-RECORD TO STAGING-RECORD.
       MOVE ZERO TO STAGE-POSITION-NUMBER.
       WRITE STAGING-RECORD
           INVALID KEY
               DISPLAY "Error converting staged hire " OLDST-ID "."
           NOT INVALID KEY
               ADD 1 TO STAGED-CONVERTED
       END-WRITE.
       PERFORM READ-NEXT-OLD-STAGING.

       READ-NEXT-OLD-OPERATOR.
       READ OLD-OPERATOR-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-OLD-BRANCH.
       READ OLD-BRANCH-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-OLD-BUDGET.
       READ OLD-BUDGET-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-OLD-GARNISHMENT.
       READ OLD-GARNISHMENT-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-OLD-JOBTITLE.
       READ OLD-JOBTITLE-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-OLD-REQUISITION.
       READ OLD-REQUISITION-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-OLD-STAGING.
       READ OLD-STAGING-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM ReferenceLayoutConversion.
