       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeBandRevaluationApply.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "PayGradePhysicalFile.cbl".
       COPY "BandRevaluationPhysicalFile.cbl".
       COPY "OperatorPhysicalFile.cbl".
       COPY "AuditPhysicalFile.cbl".
       COPY "JournalPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "PayGradeLogicFile.cbl".
       COPY "BandRevaluationLogicFile.cbl".
       COPY "OperatorLogicFile.cbl".
       COPY "AuditLogicFile.cbl".
       COPY "JournalLogicFile.cbl".

       WORKING-STORAGE SECTION.
      *Answer from the shared batch-window lock check.
       77  MAINTENANCE-IS-ALLOWED PIC X.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  PAYGRADE-FILE-STATUS PIC X(2).
       01  BAND-REVALUATION-STATUS PIC X(2).
       01  OPERATOR-FILE-STATUS PIC X(2).
       77  OPERATOR-ID PIC X(8).
       77  OPERATOR-AUTHORIZED PIC X VALUE "N".
       01  READ-ALL PIC X.
       01  AUDIT-ACTION PIC X(10).
       01  HELD-BEFORE-VALUE PIC X(30).
       01  HELD-AFTER-VALUE PIC X(30).
      *The record as it stood before this program touched it, held
      *for the journal's before image.
       01  JOURNAL-HELD-BEFORE PIC X(271) VALUE SPACES.
      *Arguments for the shared journal-sequence service, which
      *numbers every journal entry for the standby shipping chain.
       77  JSEQ-NEXT PIC 9(9).
       77  JSEQ-STATUS PIC X(2).
       01  TODAYS-DATE PIC 9(8).
       01  HELD-OLD-SALARY PIC 9(7)V99.
      *Arguments for the shared salary-history writer.
       77  SH-EMPLOYEE-ID PIC 9(6).
       77  SH-EFFECTIVE-DATE PIC 9(8).
       77  SH-OLD-SALARY PIC 9(7)V99.
       77  SH-NEW-SALARY PIC 9(7)V99.
       77  SH-OLD-GRADE PIC X(4).
       77  SH-NEW-GRADE PIC X(4).
       77  SH-OPERATOR PIC X(8).
       77  SH-STATUS PIC X(2).

      *The grades this run applies.
       01  GRADE-LIMIT PIC 9(3) VALUE 100.
       01  GRADE-COUNT PIC 9(3) VALUE ZERO.
       01  GRADE-INDEX PIC 9(3).
       01  GRADE-WAS-FOUND PIC X.
       01  GRADE-TABLE.
           05  GRADE-ENTRY OCCURS 100 TIMES.
               10  GRADE-CODE PIC X(4).
               10  GRADE-PERCENT PIC 9(2)V99.
               10  GRADE-EFFECTIVE-DATE PIC 9(8).

      *Every job title whose band moved, with its new minimum.
       01  TITLE-LIMIT PIC 9(4) VALUE 1000.
       01  TITLE-COUNT PIC 9(4) VALUE ZERO.
       01  TITLE-INDEX PIC 9(4).
       01  TITLE-WAS-FOUND PIC X.
       01  TITLE-TABLE.
           05  TITLE-ENTRY OCCURS 1000 TIMES.
               10  TITLE-JOB-TITLE PIC X(20).
               10  TITLE-NEW-MIN PIC 9(7)V99.
               10  TITLE-GRADE-INDEX PIC 9(3).

       01  CATCH-UP-AMOUNT PIC 9(7)V99.
       01  TOTAL-CATCH-UP PIC 9(9)V99 VALUE ZERO.
       01  BANDS-REVALUED PIC 9(5) VALUE ZERO.
       01  INCREASES-APPLIED PIC 9(5) VALUE ZERO.
       01  PROPOSALS-WAITING PIC 9(5) VALUE ZERO.
       01  PROPOSALS-OWN PIC 9(5) VALUE ZERO.
       01  COUNT-DISPLAY PIC Z(4)9.
       01  AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01  SALARY-EDIT-DISPLAY PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *Posts the proposed band increases once a supervisor signs in
      *to approve them: each band on the rate table for a proposed
      *grade is raised by its percentage, every active employee
      *left below the new minimum is brought up to it, and each
      *catch-up lands on the master journaled and audit-logged and
      *on the salary history at the grade's effective date. Nobody
      *approves an increase they keyed themselves, a proposal dated
      *in the future waits for its day, and an applied grade is
      *marked so a rerun cannot raise the bands twice. Run
      *EmployeeBandRevaluationPreview first to see the same figures.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM HONOR-THE-WINDOW-LOCK.
       IF MAINTENANCE-IS-ALLOWED NOT = "Y"
           GOBACK.
       PERFORM AUTHORIZE-THE-APPROVER.
       IF OPERATOR-AUTHORIZED NOT = "Y"
           GOBACK.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           PERFORM LOAD-THE-PROPOSALS.
       IF RETURN-CODE = ZERO AND GRADE-COUNT > ZERO
           PERFORM REVALUE-THE-BANDS
           PERFORM BRING-UP-THE-PEOPLE-BELOW
           PERFORM MARK-THE-PROPOSALS-APPLIED.
       PERFORM CLOSING-PROCEDURE.
       IF RETURN-CODE = ZERO
           MOVE BANDS-REVALUED TO COUNT-DISPLAY
           DISPLAY "Band revaluation complete. Bands raised: "
               COUNT-DISPLAY
           MOVE INCREASES-APPLIED TO COUNT-DISPLAY
           MOVE TOTAL-CATCH-UP TO AMOUNT-DISPLAY
           DISPLAY "Catch-up increases posted: " COUNT-DISPLAY
               ", annual cost " AMOUNT-DISPLAY
           MOVE PROPOSALS-WAITING TO COUNT-DISPLAY
           DISPLAY "Still waiting for their effective date: "
               COUNT-DISPLAY
           MOVE PROPOSALS-OWN TO COUNT-DISPLAY
           DISPLAY "Keyed by you, waiting for another supervisor: "
               COUNT-DISPLAY.
       END-PROGRAM.
       GOBACK.

      *Approval needs a supervisor on the operator master; a locked
      *ID does not approve anything no matter its role.
       AUTHORIZE-THE-APPROVER.
       OPEN INPUT OPERATOR-FILE.
       IF OPERATOR-FILE-STATUS NOT = "00"
           DISPLAY "Operator master not available - the revaluation"
               " cannot be approved."
       ELSE
           DISPLAY "Enter your operator ID to approve the band"
               " increases: "
           ACCEPT OPERATOR-ID
           MOVE OPERATOR-ID TO OPERATOR-REC-ID
           READ OPERATOR-FILE RECORD
               INVALID KEY
                   DISPLAY "Operator ID not recognized."
               NOT INVALID KEY
                   IF OPERATOR-ROLE-SUPERVISOR
                       AND NOT OPERATOR-LOCKED
                       MOVE "Y" TO OPERATOR-AUTHORIZED
                   ELSE
                       DISPLAY "Band revaluation is limited to"
                           " supervisors."
                   END-IF
           END-READ.
       CLOSE OPERATOR-FILE.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
      *Pulled from the environment so a test run can point at a
      *scratch copy instead of the real data file.
       ACCEPT EMPLOYEES-DATA-FILE FROM ENVIRONMENT
           "EMPLOYEES_DATA_FILE".
       IF EMPLOYEES-DATA-FILE = SPACES
           MOVE "employees.dat" TO EMPLOYEES-DATA-FILE.
      *A same-day backup is taken before the master is opened for
      *update, so a bad run always has a copy to recover from.
       CALL "EmployeeBackupUtility".
       OPEN I-O EMPLOYEES-FILE.
       IF EMPLOYEES-FILE-STATUS NOT = "00"
           DISPLAY "Error opening employees.dat, status code "
               EMPLOYEES-FILE-STATUS "."
           MOVE 1 TO RETURN-CODE.
       IF RETURN-CODE = ZERO
           OPEN I-O PAYGRADE-FILE
           IF PAYGRADE-FILE-STATUS NOT = "00"
               DISPLAY "Error opening paygrades.dat, status code "
                   PAYGRADE-FILE-STATUS "."
               MOVE 1 TO RETURN-CODE
           END-IF
       END-IF.
       IF RETURN-CODE = ZERO
           OPEN I-O BAND-REVALUATION-FILE
           IF BAND-REVALUATION-STATUS NOT = "00"
               DISPLAY "No revaluation keyed - run"
                   " BandRevaluationEntry first."
               MOVE 1 TO RETURN-CODE
           END-IF
       END-IF.
       IF RETURN-CODE = ZERO
           OPEN EXTEND AUDIT-FILE
           OPEN EXTEND JOURNAL-FILE.

       CLOSING-PROCEDURE.
       IF EMPLOYEES-FILE-STATUS = "00"
           CLOSE EMPLOYEES-FILE.
       IF PAYGRADE-FILE-STATUS = "00"
           CLOSE PAYGRADE-FILE.
       IF RETURN-CODE = ZERO
           CLOSE BAND-REVALUATION-FILE
           CLOSE AUDIT-FILE
           CLOSE JOURNAL-FILE
      *Reseals the integrity hash totals over the file as this run
      *leaves it, so tomorrow's verification can tell an authorized
      *change from one made behind the system's back.
           CALL "EmployeeIntegritySeal".

       LOAD-THE-PROPOSALS.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-PROPOSAL.
       PERFORM LOAD-ONE-PROPOSAL
           UNTIL READ-ALL = "1".
       IF GRADE-COUNT = ZERO
           DISPLAY "No grade increases are ready to apply.".

       LOAD-ONE-PROPOSAL.
       EVALUATE TRUE
           WHEN NOT REVAL-PROPOSED
               CONTINUE
           WHEN REVAL-EFFECTIVE-DATE > TODAYS-DATE
               ADD 1 TO PROPOSALS-WAITING
           WHEN REVAL-ENTERED-BY = OPERATOR-ID
               ADD 1 TO PROPOSALS-OWN
           WHEN GRADE-COUNT >= GRADE-LIMIT
               DISPLAY "More grades than the table holds - "
                   REVAL-GRADE " waits for the next run."
           WHEN OTHER
               ADD 1 TO GRADE-COUNT
               MOVE REVAL-GRADE TO GRADE-CODE (GRADE-COUNT)
               MOVE REVAL-PERCENT TO GRADE-PERCENT (GRADE-COUNT)
               MOVE REVAL-EFFECTIVE-DATE
                   TO GRADE-EFFECTIVE-DATE (GRADE-COUNT)
       END-EVALUATE.
       PERFORM READ-NEXT-PROPOSAL.

       REVALUE-THE-BANDS.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-GRADE.
       PERFORM REVALUE-ONE-BAND
           UNTIL READ-ALL = "1".

       REVALUE-ONE-BAND.
       PERFORM LOOK-UP-THE-GRADE.
       IF GRADE-WAS-FOUND = "Y"
           PERFORM FORMAT-GRADE-VALUE
           MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE
           COMPUTE PAYGRADE-MIN-SALARY ROUNDED = PAYGRADE-MIN-SALARY
               * (100 + GRADE-PERCENT (GRADE-INDEX)) / 100
           COMPUTE PAYGRADE-MAX-SALARY ROUNDED = PAYGRADE-MAX-SALARY
               * (100 + GRADE-PERCENT (GRADE-INDEX)) / 100
           PERFORM FORMAT-GRADE-VALUE
           REWRITE PAYGRADE-RECORD
               INVALID KEY
                   DISPLAY "Error raising the band for "
                       PAYGRADE-JOB-TITLE "."
               NOT INVALID KEY
                   PERFORM WRITE-TABLE-AUDIT
                   PERFORM HOLD-THE-TITLE
                   ADD 1 TO BANDS-REVALUED
           END-REWRITE.
       PERFORM READ-NEXT-GRADE.

       LOOK-UP-THE-GRADE.
       MOVE "N" TO GRADE-WAS-FOUND.
       MOVE 1 TO GRADE-INDEX.
       PERFORM LOOK-FOR-GRADE
           UNTIL GRADE-WAS-FOUND = "Y"
           OR GRADE-INDEX > GRADE-COUNT.

       LOOK-FOR-GRADE.
       IF GRADE-CODE (GRADE-INDEX) = PAYGRADE-CODE
           MOVE "Y" TO GRADE-WAS-FOUND
       ELSE
           ADD 1 TO GRADE-INDEX.

      *Grade code and both band ends packed into one auditable
      *value, the same way PayGradeMaintenance logs a band edit.
       FORMAT-GRADE-VALUE.
       MOVE SPACES TO HELD-AFTER-VALUE.
       STRING PAYGRADE-CODE " " PAYGRADE-MIN-SALARY " "
           PAYGRADE-MAX-SALARY
           DELIMITED BY SIZE INTO HELD-AFTER-VALUE.

       HOLD-THE-TITLE.
       IF TITLE-COUNT >= TITLE-LIMIT
           DISPLAY "More job titles than the table holds - nobody"
               " in " PAYGRADE-JOB-TITLE " is brought up."
       ELSE
           ADD 1 TO TITLE-COUNT
           MOVE PAYGRADE-JOB-TITLE TO TITLE-JOB-TITLE (TITLE-COUNT)
           MOVE PAYGRADE-MIN-SALARY TO TITLE-NEW-MIN (TITLE-COUNT)
           MOVE GRADE-INDEX TO TITLE-GRADE-INDEX (TITLE-COUNT).

       BRING-UP-THE-PEOPLE-BELOW.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-EMPLOYEE.
       PERFORM CHECK-ONE-EMPLOYEE
           UNTIL READ-ALL = "1".

       CHECK-ONE-EMPLOYEE.
       IF EMPLOYEES-ACTIVE OR EMPLOYEES-ON-LEAVE
           PERFORM LOOK-UP-THE-TITLE
           IF TITLE-WAS-FOUND = "Y"
               AND EMPLOYEES-SALARY < TITLE-NEW-MIN (TITLE-INDEX)
               PERFORM POST-ONE-CATCH-UP
           END-IF.
       PERFORM READ-NEXT-EMPLOYEE.

       LOOK-UP-THE-TITLE.
       MOVE "N" TO TITLE-WAS-FOUND.
       MOVE 1 TO TITLE-INDEX.
       PERFORM LOOK-FOR-TITLE
           UNTIL TITLE-WAS-FOUND = "Y"
           OR TITLE-INDEX > TITLE-COUNT.

       LOOK-FOR-TITLE.
       IF TITLE-JOB-TITLE (TITLE-INDEX) = EMPLOYEES-JOB-TITLE
           MOVE "Y" TO TITLE-WAS-FOUND
       ELSE
           ADD 1 TO TITLE-INDEX.

       POST-ONE-CATCH-UP.
       MOVE EMPLOYEES-RECORD TO JOURNAL-HELD-BEFORE.
       MOVE EMPLOYEES-SALARY TO HELD-OLD-SALARY.
       SUBTRACT EMPLOYEES-SALARY FROM TITLE-NEW-MIN (TITLE-INDEX)
           GIVING CATCH-UP-AMOUNT.
       MOVE TITLE-NEW-MIN (TITLE-INDEX) TO EMPLOYEES-SALARY.
       REWRITE EMPLOYEES-RECORD
           INVALID KEY
               DISPLAY "Error posting the catch-up for "
                   EMPLOYEES-ID "."
           NOT INVALID KEY
               MOVE "BANDREVAL" TO AUDIT-ACTION
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-JOURNAL-RECORD
               PERFORM WRITE-SALARY-HISTORY
               ADD CATCH-UP-AMOUNT TO TOTAL-CATCH-UP
               ADD 1 TO INCREASES-APPLIED
       END-REWRITE.

      *Pay changes also land on the purpose-built salary history,
      *where the pay progression can actually be read.
       WRITE-SALARY-HISTORY.
       MOVE TITLE-GRADE-INDEX (TITLE-INDEX) TO GRADE-INDEX.
       MOVE EMPLOYEES-ID TO SH-EMPLOYEE-ID.
       MOVE GRADE-EFFECTIVE-DATE (GRADE-INDEX) TO SH-EFFECTIVE-DATE.
       MOVE HELD-OLD-SALARY TO SH-OLD-SALARY.
       MOVE EMPLOYEES-SALARY TO SH-NEW-SALARY.
       MOVE EMPLOYEES-PAY-GRADE TO SH-OLD-GRADE.
       MOVE EMPLOYEES-PAY-GRADE TO SH-NEW-GRADE.
       MOVE OPERATOR-ID TO SH-OPERATOR.
       CALL "SalaryHistoryService" USING SH-EMPLOYEE-ID
           SH-EFFECTIVE-DATE SH-OLD-SALARY SH-NEW-SALARY
           SH-OLD-GRADE SH-NEW-GRADE SH-OPERATOR SH-STATUS.

       MARK-THE-PROPOSALS-APPLIED.
       MOVE 1 TO GRADE-INDEX.
       PERFORM MARK-ONE-PROPOSAL
           UNTIL GRADE-INDEX > GRADE-COUNT.

       MARK-ONE-PROPOSAL.
       MOVE GRADE-CODE (GRADE-INDEX) TO REVAL-GRADE.
       READ BAND-REVALUATION-FILE RECORD
           INVALID KEY
               DISPLAY "Proposal for " REVAL-GRADE " vanished -"
                   " not marked applied."
           NOT INVALID KEY
               MOVE "A" TO REVAL-STATUS
               MOVE OPERATOR-ID TO REVAL-APPROVED-BY
               MOVE TODAYS-DATE TO REVAL-APPLIED-DATE
               REWRITE BAND-REVALUATION-RECORD
       END-READ.
       ADD 1 TO GRADE-INDEX.

       WRITE-AUDIT-RECORD.
       MOVE SPACES TO AUDIT-LINE.
       ACCEPT AUDIT-LOG-DATE FROM DATE YYYYMMDD.
       ACCEPT AUDIT-LOG-TIME FROM TIME.
       MOVE OPERATOR-ID TO AUDIT-OPERATOR.
       MOVE "EmployeeBandRevaluationApply" TO AUDIT-PROGRAM.
       MOVE EMPLOYEES-ID TO AUDIT-EMPLOYEE-ID.
       MOVE AUDIT-ACTION TO AUDIT-LOG-ACTION.
       MOVE HELD-OLD-SALARY TO SALARY-EDIT-DISPLAY.
       MOVE SALARY-EDIT-DISPLAY TO AUDIT-BEFORE-VALUE.
       MOVE EMPLOYEES-SALARY TO SALARY-EDIT-DISPLAY.
       MOVE SALARY-EDIT-DISPLAY TO AUDIT-AFTER-VALUE.
       WRITE AUDIT-LINE.

      *A band change leaves the same trace PayGradeMaintenance
      *leaves for one keyed by hand.
       WRITE-TABLE-AUDIT.
       MOVE SPACES TO AUDIT-LINE.
       ACCEPT AUDIT-LOG-DATE FROM DATE YYYYMMDD.
       ACCEPT AUDIT-LOG-TIME FROM TIME.
       MOVE OPERATOR-ID TO AUDIT-OPERATOR.
       MOVE "EmployeeBandRevaluationApply" TO AUDIT-PROGRAM.
       MOVE ZERO TO AUDIT-EMPLOYEE-ID.
       MOVE "TBL-UPD" TO AUDIT-LOG-ACTION.
       MOVE "PAYGRADE" TO AUDIT-TABLE-NAME.
       MOVE PAYGRADE-JOB-TITLE TO AUDIT-TABLE-KEY.
       MOVE HELD-BEFORE-VALUE TO AUDIT-BEFORE-VALUE.
       MOVE HELD-AFTER-VALUE TO AUDIT-AFTER-VALUE.
       WRITE AUDIT-LINE.

      *Journals the change so a restored backup can be rolled
      *forward to the moment of failure.
       WRITE-JOURNAL-RECORD.
       MOVE SPACES TO JOURNAL-RECORD.
       ACCEPT JOURNAL-DATE FROM DATE YYYYMMDD.
       ACCEPT JOURNAL-TIME FROM TIME.
       MOVE AUDIT-ACTION TO JOURNAL-ACTION.
       MOVE JOURNAL-HELD-BEFORE TO JOURNAL-BEFORE-IMAGE.
       MOVE EMPLOYEES-RECORD TO JOURNAL-IMAGE.
       CALL "JournalSequenceService" USING JSEQ-NEXT JSEQ-STATUS.
       MOVE JSEQ-NEXT TO JOURNAL-SEQUENCE.
       WRITE JOURNAL-RECORD.

       READ-NEXT-PROPOSAL.
       READ BAND-REVALUATION-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-GRADE.
       READ PAYGRADE-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-EMPLOYEE.
       READ EMPLOYEES-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

      *On an ordinary night the batch window owns the files while
      *it runs; the shared check refuses politely with the window
      *start time and handles the audited supervisor override.
       HONOR-THE-WINDOW-LOCK.
       CALL "EmployeeWindowLockCheck" USING MAINTENANCE-IS-ALLOWED.

       END PROGRAM EmployeeBandRevaluationApply.
