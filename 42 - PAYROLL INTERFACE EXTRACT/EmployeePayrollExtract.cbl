       01  THIS-RUN-DATE PIC 9(8).
       01  THIS-RUN-TIME PIC 9(8).
       01  RECORD-FOUND PIC X.
      *Audit entries keyed after the cutoff of the employee's
      *current pay period are left for the next run; the run record
      *is then stamped no later than the earliest such cutoff so
      *the next delta picks them up again.
       01  CHANGES-PAST-CUTOFF PIC 9(5) VALUE ZERO.
       01  CHANGES-PAST-CUTOFF-DISPLAY PIC Z(4)9.
       01  EARLIEST-CUTOFF PIC 9(8) VALUE ZERO.
      *Arguments for the shared pay-period lookup.
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

      *Distinct employees the audit trail names since the last run.
       01  DELTA-LIMIT PIC 9(4) VALUE 1000.
      *indicator, because the vendor bills per record processed.
      *PAYROLL_EXTRACT_MODE=FULL in the environment forces a full
      *extract on demand; a broken or missing run record falls back
      *to full on its own. A delta run honours the pay-period
      *cutoff: a change keyed after the cutoff of the period the
      *employee is in is not sent until that period is over, so the
      *vendor pays it whole in the next period.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM DECIDE-THE-MODE.
           MOVE RECORDS-HELD TO RECORDS-HELD-DISPLAY
           DISPLAY "Final records held for open exit clearance: "
               RECORDS-HELD-DISPLAY ".".
       IF RUN-IN-DELTA-MODE = "Y" AND CHANGES-PAST-CUTOFF > ZERO
           MOVE CHANGES-PAST-CUTOFF TO CHANGES-PAST-CUTOFF-DISPLAY
           DISPLAY "Changes keyed after the pay-period cutoff, left"
               " for the next period: " CHANGES-PAST-CUTOFF-DISPLAY
               ".".
       END-PROGRAM.
       GOBACK.

           OR AUDIT-LOG-ACTION = "BATCH-STG"
           OR AUDIT-LOG-ACTION = "HIRE-REJ"
           GO TO NOTE-ONE-CHANGED-EMPLOYEE-EXIT.
       PERFORM CHECK-THE-PAY-CUTOFF.
       IF PP-STATUS = "00"
           AND THIS-RUN-DATE > PP-CUTOFF-DATE
           AND AUDIT-LOG-DATE > PP-CUTOFF-DATE
           ADD 1 TO CHANGES-PAST-CUTOFF
           IF EARLIEST-CUTOFF = ZERO
               OR PP-CUTOFF-DATE < EARLIEST-CUTOFF
               MOVE PP-CUTOFF-DATE TO EARLIEST-CUTOFF
           END-IF
           GO TO NOTE-ONE-CHANGED-EMPLOYEE-EXIT.
       MOVE "N" TO DELTA-ID-WAS-FOUND.
       MOVE 1 TO DELTA-INDEX.
       PERFORM LOOK-FOR-DELTA-ENTRY
       NOTE-ONE-CHANGED-EMPLOYEE-EXIT.
       EXIT.

      *The period the employee is in on the day of the run; with no
      *calendar period on file there is no cutoff to honour.
       CHECK-THE-PAY-CUTOFF.
       MOVE "D" TO PP-REQUEST.
       MOVE AUDIT-EMPLOYEE-ID TO PP-EMPLOYEE-ID.
       MOVE SPACES TO PP-FREQUENCY.
       MOVE THIS-RUN-DATE TO PP-DATE.
       MOVE ZERO TO PP-PERIOD.
       CALL "PayPeriodService" USING PP-REQUEST PP-EMPLOYEE-ID
           PP-FREQUENCY PP-DATE PP-PERIOD PP-START-DATE
           PP-END-DATE PP-CUTOFF-DATE PP-PAY-DATE PP-STATUS.

       LOOK-FOR-DELTA-ENTRY.
       IF DELTA-EMPLOYEE-ID (DELTA-INDEX) = AUDIT-EMPLOYEE-ID
           MOVE "Y" TO DELTA-ID-WAS-FOUND
      *The run record is written only after a clean finish, so a
      *failed run never advances the delta chain past changes the
      *vendor has not seen.
      *A delta that left changes behind for the next period is
      *stamped at the end of the earliest cutoff day instead of
      *now, but never earlier than the run it followed.
       RECORD-THIS-RUN.
       IF RUN-IN-DELTA-MODE = "Y" AND EARLIEST-CUTOFF NOT = ZERO
           IF EARLIEST-CUTOFF > LAST-RUN-DATE
               MOVE EARLIEST-CUTOFF TO THIS-RUN-DATE
               MOVE 23595999 TO THIS-RUN-TIME
           ELSE
               MOVE LAST-RUN-DATE TO THIS-RUN-DATE
               MOVE LAST-RUN-TIME TO THIS-RUN-TIME
           END-IF
       END-IF.
       OPEN OUTPUT EXTRACT-RUN-FILE.
       MOVE SPACES TO EXTRACT-RUN-RECORD.
       MOVE THIS-RUN-DATE TO EXTRACTRUN-DATE.
