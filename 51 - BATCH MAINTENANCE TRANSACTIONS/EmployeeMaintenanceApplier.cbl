       ASSIGN TO "maintxn.rej"
       ORGANIZATION IS LINE SEQUENTIAL.

      *A change keyed after the employee's pay-period cutoff is
      *parked here, dated today, for EmployeePendingApply to apply
      *once the next period opens.
       SELECT OPTIONAL PENDING-FILE
       ASSIGN TO "pending.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PENDING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
           05 FILLER PIC X(1).
           05 MAINT-REJECT-REASON PIC X(30).

      *Same shape EmployeePendingEntry writes.
       FD PENDING-FILE.
       01 PENDING-RECORD.
           05 PENDING-EFFECTIVE-DATE PIC 9(8).
           05 PENDING-ACTION PIC X(1).
           05 PENDING-ID PIC 9(6).
           05 PENDING-NAME PIC X(25).
           05 PENDING-LASTNAMES PIC X(25).
           05 PENDING-AGE PIC X(3).
           05 PENDING-PHONE-COUNTRY-CODE PIC X(4).
           05 PENDING-PHONE-NUMBER PIC X(11).
           05 PENDING-STREET PIC X(35).
           05 PENDING-CITY PIC X(20).
           05 PENDING-POSTAL-CODE PIC X(10).
           05 PENDING-COUNTRY PIC X(20).
           05 PENDING-DEPARTMENT PIC X(20).
           05 PENDING-JOB-TITLE PIC X(20).

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  TRANSACTIONS-FAILED PIC 9(5) VALUE ZERO.
       01  TRANSACTIONS-APPLIED-DISPLAY PIC Z(4)9.
       01  TRANSACTIONS-FAILED-DISPLAY PIC Z(4)9.
       01  TRANSACTIONS-DEFERRED PIC 9(5) VALUE ZERO.
       01  TRANSACTIONS-DEFERRED-DISPLAY PIC Z(4)9.
       01  PENDING-FILE-STATUS PIC X(2).
       01  PENDING-IS-OPEN PIC X VALUE "N".
       01  PAST-THE-CUTOFF PIC X.
       01  TODAYS-DATE PIC 9(8).
       01  REJECT-ID-DISPLAY PIC Z(5)9.
       01  AUDIT-ACTION PIC X(10).
      *The record as it stood before this program touched it, held
      *numbers every journal entry for the standby shipping chain.
       77  JSEQ-NEXT PIC 9(9).
       77  JSEQ-STATUS PIC X(2).
      *Arguments for the shared pay-period lookup that says where
      *the employee's cutoff falls.
       77  PP-REQUEST PIC X.
       77  PP-EMPLOYEE-ID PIC 9(6).
       77  PP-FREQUENCY PIC X(1).
       77  PP-DATE PIC 9(8).
       77  PP-PERIOD PIC 9(6).
       77  PP-START-DATE PIC 9(8).
       77  PP-END-DATE PIC 9(8).
       77  PP-CUTOFF-DATE PIC 9(8).
       77  PP-PAY-DATE PIC 9(8).
       77  PP-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Applies HR's bulk maintenance file against EMPLOYEES-FILE -
      *address changes, department moves, terminations, and
      *reactivations - so a stack of changes no longer has to be
      *keyed one at a time through the interactive update screen.
      *A transaction for an employee whose pay period is already
      *past its cutoff is validated as usual but parked in
      *pending.dat instead, so it lands whole in the next period.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
               "  Failed: " TRANSACTIONS-FAILED-DISPLAY
           IF TRANSACTIONS-FAILED NOT = ZERO
               DISPLAY "Failed transactions were written to"
                   " maintxn.rej."
           END-IF
           IF TRANSACTIONS-DEFERRED NOT = ZERO
               MOVE TRANSACTIONS-DEFERRED
                   TO TRANSACTIONS-DEFERRED-DISPLAY
               DISPLAY "Keyed after the pay-period cutoff and"
                   " parked for the next period: "
                   TRANSACTIONS-DEFERRED-DISPLAY.
      *Reseals the integrity hash totals over the file as this run
      *leaves it, so tomorrow's verification can tell an authorized
      *change from one made behind the system's back.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       OPEN INPUT MAINT-TRANSACTION-FILE.
       IF MAINT-FILE-STATUS = "05"
           DISPLAY "No maintxn.dat found - nothing to apply today."
       CLOSE DEPARTMENT-FILE.
       IF JOBTITLE-TABLE-PRESENT = "Y"
           CLOSE JOBTITLE-FILE.
       IF PENDING-IS-OPEN = "Y"
           CLOSE PENDING-FILE.

       APPLY-ONE-TRANSACTION.
       MOVE "Y" TO TRANS-IS-VALID.
       END-READ.
       IF TRANS-IS-VALID = "Y"
           MOVE EMPLOYEES-RECORD TO JOURNAL-HELD-BEFORE
           PERFORM CHECK-THE-PAY-CUTOFF
           EVALUATE TRUE
               WHEN MAINT-CHANGE
                   PERFORM APPLY-CHANGE-TRANSACTION
                   MOVE "UNKNOWN JOB TITLE" TO REJECT-REASON-TEXT
           END-READ.
       IF TRANS-IS-VALID = "Y"
           IF PAST-THE-CUTOFF = "Y"
               PERFORM PARK-FOR-NEXT-PERIOD
           ELSE
               PERFORM MOVE-CHANGED-FIELDS
               MOVE "BATCH-CHG" TO AUDIT-ACTION
               PERFORM REWRITE-MASTER-RECORD.

       MOVE-CHANGED-FIELDS.
       IF MAINT-NAME NOT = SPACES
           MOVE "N" TO TRANS-IS-VALID
           MOVE "ALREADY TERMINATED" TO REJECT-REASON-TEXT
       ELSE
           IF PAST-THE-CUTOFF = "Y"
               PERFORM PARK-FOR-NEXT-PERIOD
           ELSE
               ACCEPT EMPLOYEES-TERM-DATE FROM DATE YYYYMMDD
               MOVE "T" TO EMPLOYEES-STATUS
               MOVE "BATCH-TERM" TO AUDIT-ACTION
               PERFORM REWRITE-MASTER-RECORD
               IF TRANS-IS-VALID = "Y"
                   PERFORM ARCHIVE-TERMINATED-RECORD
                   PERFORM DECREMENT-CONTROL-COUNT
               END-IF
           END-IF
       END-IF.

           MOVE "N" TO TRANS-IS-VALID
           MOVE "ALREADY ACTIVE" TO REJECT-REASON-TEXT
       ELSE
           IF PAST-THE-CUTOFF = "Y"
               PERFORM PARK-FOR-NEXT-PERIOD
           ELSE
               MOVE ZERO TO EMPLOYEES-TERM-DATE
               MOVE "A" TO EMPLOYEES-STATUS
               MOVE SPACES TO EMPLOYEES-TERM-REASON
               MOVE "BATCH-REAC" TO AUDIT-ACTION
               PERFORM REWRITE-MASTER-RECORD
               IF TRANS-IS-VALID = "Y"
                   PERFORM INCREMENT-CONTROL-COUNT
      *A reactivation voids the termination, so the snapshot that
      *termination filed is withdrawn - unlike a rehire, which keeps
      *its snapshot as history under a new hire date.
                   MOVE EMPLOYEES-ID TO ARCHIVE-ID
                   DELETE EMPLOYEES-ARCHIVE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-IF
       END-IF.

      *Past the cutoff means today falls after the cutoff of the
      *pay period the employee is in. With no calendar period on
      *file for the employee's frequency there is no cutoff to
      *honour and the transaction applies straight away.
       CHECK-THE-PAY-CUTOFF.
       MOVE "N" TO PAST-THE-CUTOFF.
       MOVE "D" TO PP-REQUEST.
       MOVE MAINT-ID TO PP-EMPLOYEE-ID.
       MOVE SPACES TO PP-FREQUENCY.
       MOVE TODAYS-DATE TO PP-DATE.
       MOVE ZERO TO PP-PERIOD.
       CALL "PayPeriodService" USING PP-REQUEST PP-EMPLOYEE-ID
           PP-FREQUENCY PP-DATE PP-PERIOD PP-START-DATE
           PP-END-DATE PP-CUTOFF-DATE PP-PAY-DATE PP-STATUS.
       IF PP-STATUS = "00" AND TODAYS-DATE > PP-CUTOFF-DATE
           MOVE "Y" TO PAST-THE-CUTOFF.

      *Parked dated today, the day it was keyed; the pending apply
      *holds it until the employee's next period opens. The master
      *is not touched, so there is nothing to audit or journal yet.
       PARK-FOR-NEXT-PERIOD.
       IF PENDING-IS-OPEN = "N"
           OPEN EXTEND PENDING-FILE
           MOVE "Y" TO PENDING-IS-OPEN.
       MOVE TODAYS-DATE TO PENDING-EFFECTIVE-DATE.
       MOVE MAINT-ACTION TO PENDING-ACTION.
       MOVE MAINT-ID TO PENDING-ID.
       MOVE MAINT-NAME TO PENDING-NAME.
       MOVE MAINT-LASTNAMES TO PENDING-LASTNAMES.
       MOVE MAINT-AGE TO PENDING-AGE.
       MOVE MAINT-PHONE-COUNTRY-CODE TO PENDING-PHONE-COUNTRY-CODE.
       MOVE MAINT-PHONE-NUMBER TO PENDING-PHONE-NUMBER.
       MOVE MAINT-STREET TO PENDING-STREET.
       MOVE MAINT-CITY TO PENDING-CITY.
       MOVE MAINT-POSTAL-CODE TO PENDING-POSTAL-CODE.
       MOVE MAINT-COUNTRY TO PENDING-COUNTRY.
       MOVE MAINT-DEPARTMENT TO PENDING-DEPARTMENT.
       MOVE MAINT-JOB-TITLE TO PENDING-JOB-TITLE.
       WRITE PENDING-RECORD.
       ADD 1 TO TRANSACTIONS-DEFERRED.
       MOVE MAINT-ID TO REJECT-ID-DISPLAY.
       DISPLAY "ID " REJECT-ID-DISPLAY " keyed after cutoff "
           PP-CUTOFF-DATE " - parked for the next period.".

       REWRITE-MASTER-RECORD.
       REWRITE EMPLOYEES-RECORD
           INVALID KEY
